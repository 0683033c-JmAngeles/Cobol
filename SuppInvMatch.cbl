       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SuppInvMatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Supp-Invoice-File ASSIGN TO "SUPPINV.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Supp-Invoice-Status.

           SELECT Supp-Invoice-Keep ASSIGN TO "SIKEEP.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PO-File ASSIGN TO "POFILE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PO-File-Status.

           SELECT Receipt-Archive ASSIGN TO "GOODSRCPTARC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Receipt-Archive-Status.

           SELECT AP-Register ASSIGN TO "APREGISTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AP-Register-Status.

           SELECT AP-Parm-File ASSIGN TO "APPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AP-Parm-Status.

           SELECT PO-Match-Work ASSIGN TO "POMATCH.TMP"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS MW-PO-Number
                 FILE STATUS IS PO-Match-Status.

           SELECT AP-Key-Work ASSIGN TO "APKEYS.TMP"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS AK-Key
                 FILE STATUS IS AP-Key-Status.

           SELECT GL-Map-File ASSIGN TO "GLACCTMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Map-Status.

           SELECT GL-Posting-File ASSIGN TO "GLPOSTING.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Posting-Status.

           SELECT Match-Report ASSIGN TO "APMATCH.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Dispute-Report ASSIGN TO "APDISPUTE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Supp-Invoice-File.
       01 Supp-Invoice-Rec.
           88 End-Of-Supp-Invoices VALUE HIGH-VALUES.
           02  SI-Supplier-Id              PIC X(5).
           02  SI-Invoice-Number           PIC X(10).
           02  SI-Invoice-Date             PIC 9(8).
           02  SI-Invoice-Date-Split REDEFINES SI-Invoice-Date.
               03  SI-Invoice-Year         PIC 9(4).
               03  SI-Invoice-Month        PIC 99.
               03  SI-Invoice-Day          PIC 99.
           02  SI-PO-Number                PIC 9(6).
           02  SI-Qty-Billed               PIC 9(6).
           02  SI-Unit-Cost                PIC 9(4)V99.

       FD Supp-Invoice-Keep.
       01 Supp-Invoice-Keep-Rec.
           88 End-Of-Invoice-Keep  VALUE HIGH-VALUES.
           02  SK-Record-Data              PIC X(41).

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
               88  PO-Open                 VALUE "O".
               88  PO-Closed               VALUE "C".
           02  PO-Unit-Cost                PIC 9(4)V99.

       FD Receipt-Archive.
       01 Receipt-Archive-Rec.
           88 End-Of-Receipt-Archive VALUE HIGH-VALUES.
           02  GA-PO-Number                PIC 9(6).
           02  GA-Qty-Received             PIC 9(6).
           02  GA-Receipt-Date             PIC 9(8).
           02  GA-Post-Date                PIC 9(8).
           02  GA-Lot-Number               PIC X(10).
           02  GA-Expiry-Date              PIC 9(8).

       FD AP-Register.
       01 AP-Register-Rec.
           88 End-Of-AP-Register   VALUE HIGH-VALUES.
           02  AP-Supplier-Id              PIC X(5).
           02  AP-Invoice-Number           PIC X(10).
           02  AP-Invoice-Date             PIC 9(8).
           02  AP-PO-Number                PIC 9(6).
           02  AP-Oil-Number               PIC 99.
           02  AP-Qty-Billed               PIC 9(6).
           02  AP-Unit-Cost                PIC 9(4)V99.
           02  AP-Invoice-Amount           PIC 9(8)V99.
           02  AP-Due-Date                 PIC 9(8).
           02  AP-Amount-Paid              PIC 9(8)V99.
           02  AP-Status                   PIC X.
               88  AP-Item-Open            VALUE "O".
               88  AP-Item-Paid            VALUE "P".
           02  AP-Match-Date               PIC 9(8).

       FD AP-Parm-File.
       01 AP-Parm-Rec.
           02  AX-Terms-Days               PIC 999.

       FD PO-Match-Work.
       01 PO-Match-Rec.
           02  MW-PO-Number                PIC 9(6).
           02  MW-Supplier-Id              PIC X(5).
           02  MW-Oil-Number               PIC 99.
           02  MW-Qty-Ordered              PIC 9(6).
           02  MW-Unit-Cost                PIC 9(4)V99.
           02  MW-Qty-Received             PIC 9(7).
           02  MW-Qty-Invoiced             PIC 9(7).

       FD AP-Key-Work.
       01 AP-Key-Rec.
           02  AK-Key.
               03  AK-Supplier-Id          PIC X(5).
               03  AK-Invoice-Number       PIC X(10).

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

       FD Match-Report.
       01 Match-Print-Line                 PIC X(96).

       FD Dispute-Report.
       01 Dispute-Print-Line               PIC X(96).

       WORKING-STORAGE SECTION.
       01  Supp-Invoice-Status          PIC XX.
           88  Supp-Invoices-Available     VALUE "00".

       01  PO-File-Status               PIC XX.
           88  PO-File-Usable              VALUE "00".

       01  Receipt-Archive-Status       PIC XX.
           88  Receipt-Archive-Found       VALUE "00".

       01  AP-Register-Status           PIC XX.
           88  AP-Register-Found           VALUE "00".
           88  AP-Register-Missing         VALUE "35".

       01  AP-Parm-Status               PIC XX.
           88  AP-Parm-Found               VALUE "00".

       01  PO-Match-Status              PIC XX.
           88  PO-Match-OK                 VALUE "00".

       01  AP-Key-Status                PIC XX.
           88  AP-Key-OK                   VALUE "00".

       01  GL-Map-Status                PIC XX.
           88  GL-Map-File-Found           VALUE "00".

       01  GL-Posting-Status            PIC XX.
           88  GL-Posting-Missing          VALUE "35".

       01  Run-Date-Stamp               PIC 9(8).

       01  Terms-Days                   PIC 999 VALUE 30.

       01  Match-Switches.
           02  Invoice-Match-Flag        PIC X.
               88  Invoice-Matched        VALUE "Y".
           02  Invoice-Keep-Flag         PIC X.
               88  Keep-Invoice           VALUE "Y".

       01  Match-Work-Fields.
           02  Dispute-Reason            PIC X(20).
           02  Billable-Qty              PIC S9(7).
           02  Invoice-Amount            PIC 9(8)V99.
           02  Due-Date                  PIC 9(8).
           02  Open-AP-Amount            PIC S9(8)V99.
           02  Oil-I                     PIC 999.

       01  Match-Counters.
           02  Invoices-Read             PIC 9(5) VALUE ZEROS.
           02  Invoices-Matched          PIC 9(5) VALUE ZEROS.
           02  Invoices-Disputed         PIC 9(5) VALUE ZEROS.
           02  Invoices-Kept             PIC 9(5) VALUE ZEROS.
           02  Open-Items-Listed         PIC 9(5) VALUE ZEROS.
           02  Total-Matched             PIC 9(9)V99 VALUE ZEROS.
           02  Total-Open-AP             PIC S9(9)V99 VALUE ZEROS.
           02  Total-Overdue-AP          PIC S9(9)V99 VALUE ZEROS.

       01  Oil-Cost-Table.
           02  Oil-Received-Value        PIC 9(9)V99 OCCURS 99 TIMES.

       01  GL-Accounts.
           02  AP-Account                PIC X(8) VALUE "APCNTRL ".
           02  Suspense-Account          PIC X(8) VALUE "SUSPENSE".

       01  GL-Map-Table.
           02  GL-Map-Count              PIC 999 VALUE ZEROS.
           02  GL-Map-Entry OCCURS 100 TIMES.
               03  GMT-Map-Type          PIC X.
               03  GMT-Map-Key           PIC X(2).
               03  GMT-Account           PIC X(8).

       01  GL-Work-Fields.
           02  GL-I                      PIC 999.
           02  GL-Lookup-Type            PIC X.
           02  GL-Map-Key-Work           PIC X(2).
           02  GL-Account-Found          PIC X.
           02  GL-Found-Account          PIC X(8).
           02  GL-Oil-Number             PIC 99.
           02  GL-Oil-Number-X REDEFINES GL-Oil-Number PIC X(2).

       01  Date-Work-Fields.
           02  DW-Date                   PIC 9(8).
           02  DW-Date-Split REDEFINES DW-Date.
               03  DW-Year               PIC 9(4).
               03  DW-Month              PIC 99.
               03  DW-Day                PIC 99.
           02  DW-Month-Days             PIC 99.
           02  DW-Rem                    PIC 9(4).
           02  DW-Leap-Rem               PIC 999.

       01  Month-Length-Table.
           02  Month-Length-Values       PIC X(24) VALUE
               "312831303130313130313031".
           02  FILLER REDEFINES Month-Length-Values.
               03  Month-Length          PIC 99 OCCURS 12 TIMES.

       01  Match-Heading-Line.
           02  FILLER                 PIC X(40) VALUE
               "SUPPLIER INVOICE MATCH - AP REGISTER    ".
           02  FILLER                 PIC X(5) VALUE "DATE ".
           02  Prn-Match-Date         PIC 9(4)/99/99.

       01  Match-Topic-Line.
           02  FILLER                 PIC X(10) VALUE "SUPPLIER  ".
           02  FILLER                 PIC X(12) VALUE "INVOICE     ".
           02  FILLER                 PIC X(9) VALUE "PO-NO    ".
           02  FILLER                 PIC X(5) VALUE "OIL  ".
           02  FILLER                 PIC X(10) VALUE "QTY       ".
           02  FILLER                 PIC X(11) VALUE "UNIT COST  ".
           02  FILLER                 PIC X(17) VALUE
               "AMOUNT           ".
           02  FILLER                 PIC X(8) VALUE "DUE DATE".

       01  Match-Detail-Line.
           02  Prn-Mt-Supplier        PIC X(5).
           02  FILLER                 PIC X(5) VALUE SPACES.
           02  Prn-Mt-Invoice         PIC X(10).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Mt-PO              PIC 9(6).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Mt-Oil             PIC 99.
           02  Prn-Mt-Qty             PIC BBZZZ,ZZ9.
           02  Prn-Mt-Unit-Cost       PIC BB$$,$$9.99.
           02  Prn-Mt-Amount          PIC BB$$$,$$$,$$9.99.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Mt-Due-Date        PIC 9(4)/99/99.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Mt-Flag            PIC X(8).

       01  Match-Totals-Line.
           02  FILLER                 PIC X(16) VALUE
               "INVOICES READ  :".
           02  Prn-Invoices-Read      PIC ZZ,ZZ9.
           02  FILLER                 PIC X(12) VALUE "  MATCHED :".
           02  Prn-Invoices-Matched   PIC ZZ,ZZ9.
           02  FILLER                 PIC X(13) VALUE "  DISPUTED :".
           02  Prn-Invoices-Disputed  PIC ZZ,ZZ9.

       01  Match-Amount-Line.
           02  FILLER                 PIC X(16) VALUE
               "AMOUNT MATCHED :".
           02  Prn-Total-Matched      PIC $$$,$$$,$$9.99.

       01  Open-Items-Heading-Line.
           02  FILLER                 PIC X(40) VALUE
               "ACCOUNTS PAYABLE OPEN ITEMS".

       01  Open-Items-Totals-Line.
           02  FILLER                 PIC X(16) VALUE
               "OPEN ITEMS     :".
           02  Prn-Open-Items         PIC ZZ,ZZ9.
           02  FILLER                 PIC X(9) VALUE "  OPEN :".
           02  Prn-Total-Open-AP      PIC $$$,$$$,$$9.99-.
           02  FILLER                 PIC X(12) VALUE "  OVERDUE :".
           02  Prn-Total-Overdue-AP   PIC $$$,$$$,$$9.99-.

       01  Dispute-Heading-Line.
           02  FILLER                 PIC X(40) VALUE
               "SUPPLIER INVOICE DISPUTES               ".
           02  FILLER                 PIC X(5) VALUE "DATE ".
           02  Prn-Dispute-Date       PIC 9(4)/99/99.

       01  Dispute-Topic-Line.
           02  FILLER                 PIC X(22) VALUE "REASON".
           02  FILLER                 PIC X(8) VALUE "SUPPLIER".
           02  FILLER                 PIC X(12) VALUE "  INVOICE".
           02  FILLER                 PIC X(8) VALUE "PO-NO".
           02  FILLER                 PIC X(10) VALUE "    BILLED".
           02  FILLER                 PIC X(10) VALUE "  BILLABLE".
           02  FILLER                 PIC X(11) VALUE "    PO COST".
           02  FILLER                 PIC X(11) VALUE "  INV COST".

       01  Dispute-Detail-Line.
           02  Prn-Dp-Reason          PIC X(20).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Dp-Supplier        PIC X(5).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Dp-Invoice         PIC X(10).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Dp-PO              PIC 9(6).
           02  Prn-Dp-Billed          PIC BBBZZZ,ZZ9.
           02  Prn-Dp-Billable        PIC BBZZZ,ZZ9-.
           02  Prn-Dp-PO-Cost         PIC BB$$,$$9.99.
           02  Prn-Dp-Inv-Cost        PIC BB$$,$$9.99.

       01  Dispute-Totals-Line.
           02  FILLER                 PIC X(16) VALUE
               "DISPUTED       :".
           02  Prn-Dp-Count           PIC ZZ,ZZ9.
           02  FILLER                 PIC X(18) VALUE
               "  KEPT FOR RERUN :".
           02  Prn-Dp-Kept            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Match-Supplier-Invoices.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.

           OPEN OUTPUT Match-Report.
           OPEN OUTPUT Dispute-Report.
           MOVE Run-Date-Stamp TO Prn-Match-Date.
           MOVE Run-Date-Stamp TO Prn-Dispute-Date.
           WRITE Match-Print-Line FROM Match-Heading-Line AFTER
                       ADVANCING 1 LINE.
           WRITE Dispute-Print-Line FROM Dispute-Heading-Line AFTER
                       ADVANCING 1 LINE.

           OPEN INPUT Supp-Invoice-File.
           IF NOT Supp-Invoices-Available
               MOVE "SUPPINV.DAT NOT AVAILABLE - NOTHING MATCHED"
                   TO Match-Print-Line
               WRITE Match-Print-Line AFTER ADVANCING 1 LINE
               CLOSE Match-Report
               CLOSE Dispute-Report
               STOP RUN
           END-IF.

           PERFORM Load-AP-Parm.
           PERFORM Load-GL-Map.
           PERFORM Load-PO-Match-Work.
           IF NOT PO-File-Usable
               MOVE "POFILE.DAT NOT AVAILABLE - NOTHING MATCHED"
                   TO Match-Print-Line
               WRITE Match-Print-Line AFTER ADVANCING 1 LINE
               CLOSE Supp-Invoice-File
               CLOSE PO-Match-Work
               CLOSE Match-Report
               CLOSE Dispute-Report
               STOP RUN
           END-IF.

           PERFORM Load-Receipt-Archive.
           PERFORM Load-AP-Register-Keys.

           PERFORM VARYING Oil-I FROM 1 BY 1 UNTIL Oil-I > 99
               MOVE ZEROS TO Oil-Received-Value (Oil-I)
           END-PERFORM.

           WRITE Match-Print-Line FROM Match-Topic-Line AFTER
                       ADVANCING 2 LINES.
           WRITE Dispute-Print-Line FROM Dispute-Topic-Line AFTER
                       ADVANCING 2 LINES.

           OPEN EXTEND AP-Register.
           IF AP-Register-Missing
               OPEN OUTPUT AP-Register
           END-IF.
           OPEN OUTPUT Supp-Invoice-Keep.

           READ Supp-Invoice-File
               AT END SET End-Of-Supp-Invoices TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Supp-Invoices
               ADD 1 TO Invoices-Read
               PERFORM Match-One-Invoice

               READ Supp-Invoice-File
                   AT END SET End-Of-Supp-Invoices TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Supp-Invoice-File.
           CLOSE Supp-Invoice-Keep.
           CLOSE AP-Register.
           CLOSE PO-Match-Work.
           CLOSE AP-Key-Work.

           PERFORM Copy-Keep-To-Invoices.

           PERFORM Write-GL-AP-Lines.

           MOVE Invoices-Read     TO Prn-Invoices-Read.
           MOVE Invoices-Matched  TO Prn-Invoices-Matched.
           MOVE Invoices-Disputed TO Prn-Invoices-Disputed.
           WRITE Match-Print-Line FROM Match-Totals-Line AFTER
                       ADVANCING 2 LINES.
           MOVE Total-Matched     TO Prn-Total-Matched.
           WRITE Match-Print-Line FROM Match-Amount-Line AFTER
                       ADVANCING 1 LINE.

           PERFORM Print-Open-AP-Items.

           MOVE Invoices-Disputed TO Prn-Dp-Count.
           MOVE Invoices-Kept     TO Prn-Dp-Kept.
           WRITE Dispute-Print-Line FROM Dispute-Totals-Line AFTER
                       ADVANCING 2 LINES.

           CLOSE Match-Report.
           CLOSE Dispute-Report.

           STOP RUN.

       Load-AP-Parm.
           OPEN INPUT AP-Parm-File.
           IF AP-Parm-Found
               READ AP-Parm-File
                   AT END CONTINUE
               END-READ

               IF AP-Parm-Found AND AX-Terms-Days NUMERIC
                   MOVE AX-Terms-Days TO Terms-Days
               END-IF

               CLOSE AP-Parm-File
           END-IF.

       Load-GL-Map.
           OPEN INPUT GL-Map-File.
           IF GL-Map-File-Found
               READ GL-Map-File
                   AT END SET End-Of-GL-Map TO TRUE
               END-READ

               PERFORM UNTIL End-Of-GL-Map
                   EVALUATE GM-Map-Type
                       WHEN "P"
                           MOVE GM-Account TO AP-Account
                       WHEN "D"
                           MOVE GM-Account TO Suspense-Account
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

       Load-PO-Match-Work.
           OPEN OUTPUT PO-Match-Work.
           CLOSE PO-Match-Work.
           OPEN I-O PO-Match-Work.

           OPEN INPUT PO-File.
           IF PO-File-Usable
               READ PO-File
                   AT END SET End-Of-PO-File TO TRUE
               END-READ

               PERFORM UNTIL End-Of-PO-File
                   MOVE PO-Number      TO MW-PO-Number
                   MOVE PO-Supplier-Id TO MW-Supplier-Id
                   MOVE PO-Oil-Number  TO MW-Oil-Number
                   MOVE PO-Qty-Ordered TO MW-Qty-Ordered
                   IF PO-Unit-Cost NUMERIC
                       MOVE PO-Unit-Cost TO MW-Unit-Cost
                   ELSE
                       MOVE ZEROS TO MW-Unit-Cost
                   END-IF
                   MOVE ZEROS          TO MW-Qty-Received
                   MOVE ZEROS          TO MW-Qty-Invoiced
                   WRITE PO-Match-Rec
                       INVALID KEY CONTINUE
                   END-WRITE

                   READ PO-File
                       AT END SET End-Of-PO-File TO TRUE
                   END-READ
               END-PERFORM

               CLOSE PO-File
           END-IF.

       Load-Receipt-Archive.
           OPEN INPUT Receipt-Archive.
           IF Receipt-Archive-Found
               READ Receipt-Archive
                   AT END SET End-Of-Receipt-Archive TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Receipt-Archive
                   MOVE GA-PO-Number TO MW-PO-Number
                   READ PO-Match-Work
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           ADD GA-Qty-Received TO MW-Qty-Received
                           REWRITE PO-Match-Rec
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-READ

                   READ Receipt-Archive
                       AT END SET End-Of-Receipt-Archive TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Receipt-Archive
           END-IF.

       Load-AP-Register-Keys.
           OPEN OUTPUT AP-Key-Work.
           CLOSE AP-Key-Work.
           OPEN I-O AP-Key-Work.

           OPEN INPUT AP-Register.
           IF AP-Register-Found
               READ AP-Register
                   AT END SET End-Of-AP-Register TO TRUE
               END-READ

               PERFORM UNTIL End-Of-AP-Register
                   MOVE AP-Supplier-Id    TO AK-Supplier-Id
                   MOVE AP-Invoice-Number TO AK-Invoice-Number
                   WRITE AP-Key-Rec
                       INVALID KEY CONTINUE
                   END-WRITE

                   MOVE AP-PO-Number TO MW-PO-Number
                   READ PO-Match-Work
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           ADD AP-Qty-Billed TO MW-Qty-Invoiced
                           REWRITE PO-Match-Rec
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-READ

                   READ AP-Register
                       AT END SET End-Of-AP-Register TO TRUE
                   END-READ
               END-PERFORM

               CLOSE AP-Register
           END-IF.

       Match-One-Invoice.
           MOVE "N" TO Invoice-Match-Flag.
           MOVE "Y" TO Invoice-Keep-Flag.
           MOVE SPACES TO Dispute-Reason.
           MOVE ZEROS TO Billable-Qty.
           MOVE ZEROS TO MW-Unit-Cost.

           MOVE SI-Supplier-Id    TO AK-Supplier-Id.
           MOVE SI-Invoice-Number TO AK-Invoice-Number.
           READ AP-Key-Work
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "DUPLICATE INVOICE" TO Dispute-Reason
                   MOVE "N" TO Invoice-Keep-Flag
           END-READ.

           IF Dispute-Reason = SPACES
               IF SI-Qty-Billed NOT NUMERIC OR SI-Qty-Billed = ZEROS
                       OR SI-Unit-Cost NOT NUMERIC
                       OR SI-Invoice-Date NOT NUMERIC
                       OR SI-Invoice-Month < 01 OR SI-Invoice-Month > 12
                       OR SI-Invoice-Day < 01 OR SI-Invoice-Day > 31
                   MOVE "INVOICE DATA INVALID" TO Dispute-Reason
                   MOVE "N" TO Invoice-Keep-Flag
               END-IF
           END-IF.

           IF Dispute-Reason = SPACES
               MOVE SI-PO-Number TO MW-PO-Number
               READ PO-Match-Work
                   INVALID KEY
                       MOVE "UNKNOWN PO" TO Dispute-Reason
               END-READ
           END-IF.

           IF Dispute-Reason = SPACES
               IF MW-Supplier-Id NOT = SI-Supplier-Id
                   MOVE "SUPPLIER NOT ON PO" TO Dispute-Reason
               END-IF
           END-IF.

           IF Dispute-Reason = SPACES
               COMPUTE Billable-Qty =
                   MW-Qty-Received - MW-Qty-Invoiced
               IF MW-Qty-Received = ZEROS
                   MOVE "NO GOODS RECEIVED" TO Dispute-Reason
               ELSE
                   IF SI-Qty-Billed > Billable-Qty
                       MOVE "QTY OVER RECEIVED" TO Dispute-Reason
                   END-IF
               END-IF
           END-IF.

           IF Dispute-Reason = SPACES
               IF MW-Unit-Cost = ZEROS
                   MOVE "NO AGREED COST ON PO" TO Dispute-Reason
               ELSE
                   IF SI-Unit-Cost NOT = MW-Unit-Cost
                       MOVE "PRICE MISMATCH" TO Dispute-Reason
                   END-IF
               END-IF
           END-IF.

           IF Dispute-Reason = SPACES
               PERFORM Post-Matched-Invoice
           ELSE
               PERFORM Report-Disputed-Invoice
           END-IF.

       Post-Matched-Invoice.
           MOVE "Y" TO Invoice-Match-Flag.
           ADD 1 TO Invoices-Matched.

           COMPUTE Invoice-Amount ROUNDED =
               SI-Qty-Billed * SI-Unit-Cost.

           MOVE SI-Invoice-Date TO DW-Date.
           PERFORM Add-Terms-To-Date.
           MOVE DW-Date TO Due-Date.

           MOVE SI-Supplier-Id    TO AP-Supplier-Id.
           MOVE SI-Invoice-Number TO AP-Invoice-Number.
           MOVE SI-Invoice-Date   TO AP-Invoice-Date.
           MOVE SI-PO-Number      TO AP-PO-Number.
           MOVE MW-Oil-Number     TO AP-Oil-Number.
           MOVE SI-Qty-Billed     TO AP-Qty-Billed.
           MOVE SI-Unit-Cost      TO AP-Unit-Cost.
           MOVE Invoice-Amount    TO AP-Invoice-Amount.
           MOVE Due-Date          TO AP-Due-Date.
           MOVE ZEROS             TO AP-Amount-Paid.
           MOVE "O"               TO AP-Status.
           MOVE Run-Date-Stamp    TO AP-Match-Date.
           WRITE AP-Register-Rec.

           WRITE AP-Key-Rec
               INVALID KEY CONTINUE
           END-WRITE.

           ADD SI-Qty-Billed TO MW-Qty-Invoiced.
           REWRITE PO-Match-Rec
               INVALID KEY CONTINUE
           END-REWRITE.

           ADD Invoice-Amount TO Total-Matched.
           IF MW-Oil-Number >= 01 AND MW-Oil-Number <= 99
               ADD Invoice-Amount TO
                       Oil-Received-Value (MW-Oil-Number)
           END-IF.

           MOVE SI-Supplier-Id    TO Prn-Mt-Supplier.
           MOVE SI-Invoice-Number TO Prn-Mt-Invoice.
           MOVE SI-PO-Number      TO Prn-Mt-PO.
           MOVE MW-Oil-Number     TO Prn-Mt-Oil.
           MOVE SI-Qty-Billed     TO Prn-Mt-Qty.
           MOVE SI-Unit-Cost      TO Prn-Mt-Unit-Cost.
           MOVE Invoice-Amount    TO Prn-Mt-Amount.
           MOVE Due-Date          TO Prn-Mt-Due-Date.
           MOVE "MATCHED"         TO Prn-Mt-Flag.
           WRITE Match-Print-Line FROM Match-Detail-Line AFTER
                       ADVANCING 1 LINE.

       Report-Disputed-Invoice.
           ADD 1 TO Invoices-Disputed.

           MOVE Dispute-Reason    TO Prn-Dp-Reason.
           MOVE SI-Supplier-Id    TO Prn-Dp-Supplier.
           MOVE SI-Invoice-Number TO Prn-Dp-Invoice.
           MOVE SI-PO-Number      TO Prn-Dp-PO.
           IF SI-Qty-Billed NUMERIC
               MOVE SI-Qty-Billed TO Prn-Dp-Billed
           ELSE
               MOVE ZEROS TO Prn-Dp-Billed
           END-IF.
           MOVE Billable-Qty      TO Prn-Dp-Billable.
           MOVE MW-Unit-Cost      TO Prn-Dp-PO-Cost.
           IF SI-Unit-Cost NUMERIC
               MOVE SI-Unit-Cost  TO Prn-Dp-Inv-Cost
           ELSE
               MOVE ZEROS TO Prn-Dp-Inv-Cost
           END-IF.
           WRITE Dispute-Print-Line FROM Dispute-Detail-Line AFTER
                       ADVANCING 1 LINE.

           IF Keep-Invoice
               WRITE Supp-Invoice-Keep-Rec FROM Supp-Invoice-Rec
               ADD 1 TO Invoices-Kept
           END-IF.

       Add-Terms-To-Date.
           PERFORM Terms-Days TIMES
               ADD 1 TO DW-Day
               MOVE Month-Length (DW-Month) TO DW-Month-Days
               IF DW-Month = 2
                   DIVIDE DW-Year BY 4 GIVING DW-Rem
                       REMAINDER DW-Leap-Rem
                   IF DW-Leap-Rem = ZEROS
                       MOVE 29 TO DW-Month-Days
                       DIVIDE DW-Year BY 100 GIVING DW-Rem
                           REMAINDER DW-Leap-Rem
                       IF DW-Leap-Rem = ZEROS
                           MOVE 28 TO DW-Month-Days
                           DIVIDE DW-Year BY 400 GIVING DW-Rem
                               REMAINDER DW-Leap-Rem
                           IF DW-Leap-Rem = ZEROS
                               MOVE 29 TO DW-Month-Days
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF DW-Day > DW-Month-Days
                   MOVE 1 TO DW-Day
                   ADD 1 TO DW-Month
                   IF DW-Month > 12
                       MOVE 1 TO DW-Month
                       ADD 1 TO DW-Year
                   END-IF
               END-IF
           END-PERFORM.

       Copy-Keep-To-Invoices.
           OPEN INPUT Supp-Invoice-Keep.
           OPEN OUTPUT Supp-Invoice-File.

           READ Supp-Invoice-Keep
               AT END SET End-Of-Invoice-Keep TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Invoice-Keep
               WRITE Supp-Invoice-Rec FROM Supp-Invoice-Keep-Rec

               READ Supp-Invoice-Keep
                   AT END SET End-Of-Invoice-Keep TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Supp-Invoice-Keep.
           CLOSE Supp-Invoice-File.

       Write-GL-AP-Lines.
           IF Total-Matched NOT = ZEROS
               OPEN EXTEND GL-Posting-File
               IF GL-Posting-Missing
                   OPEN OUTPUT GL-Posting-File
               END-IF

               PERFORM VARYING Oil-I FROM 1 BY 1 UNTIL Oil-I > 99
                   IF Oil-Received-Value (Oil-I) NOT = ZEROS
                       MOVE Oil-I TO GL-Oil-Number
                       MOVE "I" TO GL-Lookup-Type
                       MOVE GL-Oil-Number-X TO GL-Map-Key-Work
                       PERFORM Find-GL-Account
                       MOVE GL-Found-Account TO GP-Account
                       MOVE "D"              TO GP-Debit-Credit
                       MOVE Oil-Received-Value (Oil-I) TO GP-Amount
                       MOVE Run-Date-Stamp   TO GP-Run-Date
                       MOVE ZEROS            TO GP-Run-Number
                       MOVE SPACES           TO GP-Description
                       STRING "INVENTORY OIL " GL-Oil-Number-X
                           DELIMITED BY SIZE INTO GP-Description
                       WRITE GL-Posting-Rec
                   END-IF
               END-PERFORM

               MOVE AP-Account      TO GP-Account
               MOVE "C"             TO GP-Debit-Credit
               MOVE Total-Matched   TO GP-Amount
               MOVE Run-Date-Stamp  TO GP-Run-Date
               MOVE ZEROS           TO GP-Run-Number
               MOVE "SUPPLIER INVOICES" TO GP-Description
               WRITE GL-Posting-Rec

               CLOSE GL-Posting-File
           END-IF.

       Print-Open-AP-Items.
           WRITE Match-Print-Line FROM Open-Items-Heading-Line AFTER
                       ADVANCING 3 LINES.
           WRITE Match-Print-Line FROM Match-Topic-Line AFTER
                       ADVANCING 2 LINES.

           OPEN INPUT AP-Register.
           IF AP-Register-Found
               READ AP-Register
                   AT END SET End-Of-AP-Register TO TRUE
               END-READ

               PERFORM UNTIL End-Of-AP-Register
                   IF AP-Item-Open
                       PERFORM Print-One-Open-Item
                   END-IF

                   READ AP-Register
                       AT END SET End-Of-AP-Register TO TRUE
                   END-READ
               END-PERFORM

               CLOSE AP-Register
           END-IF.

           MOVE Open-Items-Listed TO Prn-Open-Items.
           MOVE Total-Open-AP     TO Prn-Total-Open-AP.
           MOVE Total-Overdue-AP  TO Prn-Total-Overdue-AP.
           WRITE Match-Print-Line FROM Open-Items-Totals-Line AFTER
                       ADVANCING 2 LINES.

       Print-One-Open-Item.
           ADD 1 TO Open-Items-Listed.
           SUBTRACT AP-Amount-Paid FROM AP-Invoice-Amount
                   GIVING Open-AP-Amount.
           ADD Open-AP-Amount TO Total-Open-AP.

           MOVE AP-Supplier-Id    TO Prn-Mt-Supplier.
           MOVE AP-Invoice-Number TO Prn-Mt-Invoice.
           MOVE AP-PO-Number      TO Prn-Mt-PO.
           MOVE AP-Oil-Number     TO Prn-Mt-Oil.
           MOVE AP-Qty-Billed     TO Prn-Mt-Qty.
           MOVE AP-Unit-Cost      TO Prn-Mt-Unit-Cost.
           MOVE Open-AP-Amount    TO Prn-Mt-Amount.
           MOVE AP-Due-Date       TO Prn-Mt-Due-Date.
           IF AP-Due-Date < Run-Date-Stamp
               MOVE "OVERDUE" TO Prn-Mt-Flag
               ADD Open-AP-Amount TO Total-Overdue-AP
           ELSE
               MOVE SPACES TO Prn-Mt-Flag
           END-IF.
           WRITE Match-Print-Line FROM Match-Detail-Line AFTER
                       ADVANCING 1 LINE.
