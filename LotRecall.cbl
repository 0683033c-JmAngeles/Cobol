       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LotRecall.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Recall-Parm-File ASSIGN TO "RECALLPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Recall-Parm-Status.

           SELECT Receipt-Archive ASSIGN TO "GOODSRCPTARC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Receipt-Archive-Status.

           SELECT PO-File ASSIGN TO "POFILE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PO-File-Status.

           SELECT Oil-Lot-File ASSIGN TO "OILLOT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Lot-Status.

           SELECT Lot-Trace-File ASSIGN TO "LOTTRACE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Lot-Trace-Status.

           SELECT Trace-Sort-File ASSIGN TO "LOTTRACE.SRT".

           SELECT Customer-Master ASSIGN TO "CUSTOMER.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CM-Customer-Id
                 FILE STATUS IS Customer-Master-Status.

           SELECT Recall-Report ASSIGN TO "LOTRECALL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Recall-Parm-File.
       01 Recall-Parm-Rec.
           88 End-Of-Recall-Parm   VALUE HIGH-VALUES.
           02  RP-Lot-Number               PIC X(10).

       FD Receipt-Archive.
       01 Receipt-Archive-Rec.
           88 End-Of-Receipt-Archive VALUE HIGH-VALUES.
           02  GA-PO-Number                PIC 9(6).
           02  GA-Qty-Received             PIC 9(6).
           02  GA-Receipt-Date             PIC 9(8).
           02  GA-Post-Date                PIC 9(8).
           02  GA-Lot-Number               PIC X(10).
           02  GA-Expiry-Date              PIC 9(8).

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

       FD Lot-Trace-File.
       01 Lot-Trace-Rec.
           88 End-Of-Lot-Trace     VALUE HIGH-VALUES.
           02  LX-Lot-Number               PIC X(10).
           02  LX-Oil-Number               PIC 99.
           02  LX-Customer-Id              PIC X(5).
           02  LX-Trade-Date               PIC 9(8).
           02  LX-Units                    PIC 999.
           02  LX-Invoice-Number           PIC 9(6).
           02  LX-Invoice-Date             PIC 9(8).
           02  LX-Run-Number               PIC 9(6).

       SD Trace-Sort-File.
       01 Trace-Sort-Rec.
           88 End-Of-Trace-Sort    VALUE HIGH-VALUES.
           02  TS-Customer-Id              PIC X(5).
           02  TS-Invoice-Number           PIC 9(6).
           02  TS-Trade-Date               PIC 9(8).
           02  TS-Invoice-Date             PIC 9(8).
           02  TS-Units                    PIC 999.

       FD Customer-Master.
       01 Customer-Master-Rec.
           02  CM-Customer-Id              PIC X(5).
           02  CM-Customer-Name            PIC X(20).
           02  CM-Rep-Code                 PIC X(3).
           02  CM-Credit-Limit             PIC 9(7)V99.
           02  CM-Curr-Balance             PIC S9(7)V99.
           02  CM-Tax-Juris                PIC X(2).
           02  CM-Tax-Exempt               PIC X.

       FD Recall-Report.
       01 Recall-Print-Line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  Recall-Parm-Status           PIC XX.
           88  Recall-Parm-Found           VALUE "00".

       01  Receipt-Archive-Status       PIC XX.
           88  Receipt-Archive-Found       VALUE "00".

       01  PO-File-Status               PIC XX.
           88  PO-File-Usable              VALUE "00".

       01  Oil-Lot-Status               PIC XX.
           88  Oil-Lot-File-Found          VALUE "00".

       01  Lot-Trace-Status             PIC XX.
           88  Lot-Trace-Found             VALUE "00".

       01  Customer-Master-Status       PIC XX.
           88  Customer-Master-OK          VALUE "00".

       01  Master-Switches.
           02  Cust-Master-Open-Flag     PIC X VALUE "N".
               88  Cust-Master-Open       VALUE "Y".

       01  Run-Date-Stamp               PIC 9(8).

       01  Recall-Table.
           02  Recall-Count              PIC 99 VALUE ZEROS.
           02  Recall-Entry OCCURS 20 TIMES.
               03  RC-Lot-Number         PIC X(10).
               03  RC-Oil-Number         PIC 99.
               03  RC-Supplier-Id        PIC X(5).
               03  RC-PO-Number          PIC 9(6).
               03  RC-Expiry-Date        PIC 9(8).
               03  RC-Qty-Received       PIC 9(7).
               03  RC-Qty-On-Hand        PIC 9(7).
               03  RC-Qty-Shipped        PIC 9(7).
               03  RC-Customers          PIC 9(5).
               03  RC-Invoices           PIC 9(5).

       01  Recall-Work-Fields.
           02  Recall-I                  PIC 99.
           02  Recall-Slot               PIC 99.
           02  Recall-Key                PIC X(10).
           02  Prev-Cust-Id              PIC X(5).
           02  Prev-Invoice              PIC 9(6).

       01  Recall-Heading-Line.
           02  FILLER                 PIC X(28) VALUE
               "LOT RECALL TRACE       DATE ".
           02  Prn-Recall-Run-Date    PIC 9(4)/99/99.

       01  Recall-Lot-Line.
           02  FILLER                 PIC X(5) VALUE "LOT  ".
           02  Prn-Lot-Number         PIC X(10).
           02  FILLER                 PIC X(6) VALUE "  OIL ".
           02  Prn-Lot-Oil            PIC 99.
           02  FILLER                 PIC X(11) VALUE "  SUPPLIER ".
           02  Prn-Lot-Supplier       PIC X(5).
           02  FILLER                 PIC X(6) VALUE "  PO  ".
           02  Prn-Lot-PO             PIC 9(6).
           02  FILLER                 PIC X(10) VALUE "  EXPIRES ".
           02  Prn-Lot-Expiry         PIC 9(4)/99/99.

       01  Recall-Qty-Line.
           02  FILLER                 PIC X(11) VALUE "  RECEIVED ".
           02  Prn-Lot-Received       PIC Z,ZZZ,ZZ9.
           02  FILLER                 PIC X(11) VALUE "   SHIPPED ".
           02  Prn-Lot-Shipped        PIC Z,ZZZ,ZZ9.
           02  FILLER                 PIC X(16) VALUE
               "   STILL ON HAND".
           02  Prn-Lot-On-Hand        PIC Z,ZZZ,ZZ9.

       01  Recall-Topic-Line.
           02  FILLER                 PIC X(4) VALUE SPACES.
           02  FILLER                 PIC X(7) VALUE "CUST".
           02  FILLER                 PIC X(21) VALUE "NAME".
           02  FILLER                 PIC X(12) VALUE "TRADE DATE".
           02  FILLER                 PIC X(9) VALUE "INVOICE".
           02  FILLER                 PIC X(12) VALUE "INV DATE".
           02  FILLER                 PIC X(5) VALUE "UNITS".

       01  Recall-Detail-Line.
           02  FILLER                 PIC X(4) VALUE SPACES.
           02  Prn-Rcl-Cust-Id        PIC X(5).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Rcl-Cust-Name      PIC X(20).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Rcl-Trade-Date     PIC 9(4)/99/99.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Rcl-Invoice        PIC 9(6).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Rcl-Inv-Date       PIC 9(4)/99/99.
           02  Prn-Rcl-Units          PIC BBZZ9.

       01  Recall-Summary-Line.
           02  FILLER                 PIC X(4) VALUE SPACES.
           02  FILLER                 PIC X(19) VALUE
               "CUSTOMER SHIPMENTS:".
           02  Prn-Rcl-Customers      PIC ZZ,ZZ9.
           02  FILLER                 PIC X(13) VALUE "   INVOICES :".
           02  Prn-Rcl-Invoices       PIC ZZ,ZZ9.

       01  Recall-Unknown-Line.
           02  FILLER                 PIC X(5) VALUE "LOT  ".
           02  Prn-Unknown-Lot        PIC X(10).
           02  FILLER                 PIC X(40) VALUE
               "  NOT FOUND ON RECEIPTS OR SALES".

       01  Recall-Empty-Line          PIC X(50) VALUE
           "RECALLPARM.DAT MISSING OR EMPTY - NOTHING TRACED".

       PROCEDURE DIVISION.
       Trace-Recalled-Lots.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.

           OPEN OUTPUT Recall-Report.
           MOVE Run-Date-Stamp TO Prn-Recall-Run-Date.
           WRITE Recall-Print-Line FROM Recall-Heading-Line AFTER
                       ADVANCING 1 LINE.

           PERFORM Load-Recall-Parm.
           IF Recall-Count = ZEROS
               WRITE Recall-Print-Line FROM Recall-Empty-Line AFTER
                           ADVANCING 2 LINES
           ELSE
               OPEN INPUT Customer-Master
               IF Customer-Master-OK
                   MOVE "Y" TO Cust-Master-Open-Flag
               END-IF

               PERFORM Load-Lot-Receipts
               PERFORM Load-Lot-Balances
               PERFORM Load-Lot-POs
               PERFORM Total-Lot-Shipments

               PERFORM VARYING Recall-I FROM 1 BY 1
                       UNTIL Recall-I > Recall-Count
                   PERFORM Print-One-Recall
               END-PERFORM

               IF Cust-Master-Open
                   CLOSE Customer-Master
               END-IF
           END-IF.

           CLOSE Recall-Report.

           STOP RUN.

       Load-Recall-Parm.
           OPEN INPUT Recall-Parm-File.
           IF Recall-Parm-Found
               READ Recall-Parm-File
                   AT END SET End-Of-Recall-Parm TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Recall-Parm
                   IF RP-Lot-Number NOT = SPACES
                           AND Recall-Count < 20
                       ADD 1 TO Recall-Count
                       MOVE RP-Lot-Number TO
                               RC-Lot-Number (Recall-Count)
                       MOVE ZEROS  TO RC-Oil-Number (Recall-Count)
                       MOVE SPACES TO RC-Supplier-Id (Recall-Count)
                       MOVE ZEROS  TO RC-PO-Number (Recall-Count)
                       MOVE ZEROS  TO RC-Expiry-Date (Recall-Count)
                       MOVE ZEROS  TO RC-Qty-Received (Recall-Count)
                       MOVE ZEROS  TO RC-Qty-On-Hand (Recall-Count)
                       MOVE ZEROS  TO RC-Qty-Shipped (Recall-Count)
                       MOVE ZEROS  TO RC-Customers (Recall-Count)
                       MOVE ZEROS  TO RC-Invoices (Recall-Count)
                   END-IF

                   READ Recall-Parm-File
                       AT END SET End-Of-Recall-Parm TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Recall-Parm-File
           END-IF.

       Find-Recall-Lot.
           MOVE ZEROS TO Recall-Slot.
           PERFORM VARYING Recall-I FROM 1 BY 1
                   UNTIL Recall-I > Recall-Count
                       OR Recall-Slot > ZEROS
               IF RC-Lot-Number (Recall-I) = Recall-Key
                   MOVE Recall-I TO Recall-Slot
               END-IF
           END-PERFORM.

       Load-Lot-Receipts.
           OPEN INPUT Receipt-Archive.
           IF Receipt-Archive-Found
               READ Receipt-Archive
                   AT END SET End-Of-Receipt-Archive TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Receipt-Archive
                   MOVE GA-Lot-Number TO Recall-Key
                   PERFORM Find-Recall-Lot
                   IF Recall-Slot > ZEROS
                       ADD GA-Qty-Received TO
                               RC-Qty-Received (Recall-Slot)
                       MOVE GA-PO-Number TO RC-PO-Number (Recall-Slot)
                       MOVE GA-Expiry-Date TO
                               RC-Expiry-Date (Recall-Slot)
                   END-IF

                   READ Receipt-Archive
                       AT END SET End-Of-Receipt-Archive TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Receipt-Archive
           END-IF.

       Load-Lot-Balances.
           OPEN INPUT Oil-Lot-File.
           IF Oil-Lot-File-Found
               READ Oil-Lot-File
                   AT END SET End-Of-Oil-Lot TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Oil-Lot
                   MOVE LT-Lot-Number TO Recall-Key
                   PERFORM Find-Recall-Lot
                   IF Recall-Slot > ZEROS
                       ADD LT-Qty-On-Hand TO
                               RC-Qty-On-Hand (Recall-Slot)
                       MOVE LT-Oil-Number TO
                               RC-Oil-Number (Recall-Slot)
                       MOVE LT-Supplier-Id TO
                               RC-Supplier-Id (Recall-Slot)
                       MOVE LT-PO-Number TO RC-PO-Number (Recall-Slot)
                       MOVE LT-Expiry-Date TO
                               RC-Expiry-Date (Recall-Slot)
                   END-IF

                   READ Oil-Lot-File
                       AT END SET End-Of-Oil-Lot TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Oil-Lot-File
           END-IF.

       Load-Lot-POs.
           OPEN INPUT PO-File.
           IF PO-File-Usable
               READ PO-File
                   AT END SET End-Of-PO-File TO TRUE
               END-READ

               PERFORM UNTIL End-Of-PO-File
                   PERFORM VARYING Recall-I FROM 1 BY 1
                           UNTIL Recall-I > Recall-Count
                       IF RC-PO-Number (Recall-I) = PO-Number
                               AND RC-PO-Number (Recall-I) > ZEROS
                               AND RC-Supplier-Id (Recall-I) = SPACES
                           MOVE PO-Supplier-Id TO
                                   RC-Supplier-Id (Recall-I)
                           MOVE PO-Oil-Number TO
                                   RC-Oil-Number (Recall-I)
                       END-IF
                   END-PERFORM

                   READ PO-File
                       AT END SET End-Of-PO-File TO TRUE
                   END-READ
               END-PERFORM

               CLOSE PO-File
           END-IF.

       Total-Lot-Shipments.
           OPEN INPUT Lot-Trace-File.
           IF Lot-Trace-Found
               READ Lot-Trace-File
                   AT END SET End-Of-Lot-Trace TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Lot-Trace
                   MOVE LX-Lot-Number TO Recall-Key
                   PERFORM Find-Recall-Lot
                   IF Recall-Slot > ZEROS
                       ADD LX-Units TO RC-Qty-Shipped (Recall-Slot)
                       IF RC-Oil-Number (Recall-Slot) = ZEROS
                           MOVE LX-Oil-Number TO
                                   RC-Oil-Number (Recall-Slot)
                       END-IF
                   END-IF

                   READ Lot-Trace-File
                       AT END SET End-Of-Lot-Trace TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Lot-Trace-File
           END-IF.

       Print-One-Recall.
           IF RC-Qty-Received (Recall-I) = ZEROS
                   AND RC-Qty-On-Hand (Recall-I) = ZEROS
                   AND RC-Qty-Shipped (Recall-I) = ZEROS
               MOVE RC-Lot-Number (Recall-I) TO Prn-Unknown-Lot
               WRITE Recall-Print-Line FROM Recall-Unknown-Line
                           AFTER ADVANCING 2 LINES
           ELSE
               MOVE RC-Lot-Number (Recall-I)   TO Prn-Lot-Number
               MOVE RC-Oil-Number (Recall-I)   TO Prn-Lot-Oil
               MOVE RC-Supplier-Id (Recall-I)  TO Prn-Lot-Supplier
               MOVE RC-PO-Number (Recall-I)    TO Prn-Lot-PO
               MOVE RC-Expiry-Date (Recall-I)  TO Prn-Lot-Expiry
               WRITE Recall-Print-Line FROM Recall-Lot-Line AFTER
                           ADVANCING 2 LINES
               MOVE RC-Qty-Received (Recall-I) TO Prn-Lot-Received
               MOVE RC-Qty-Shipped (Recall-I)  TO Prn-Lot-Shipped
               MOVE RC-Qty-On-Hand (Recall-I)  TO Prn-Lot-On-Hand
               WRITE Recall-Print-Line FROM Recall-Qty-Line AFTER
                           ADVANCING 1 LINE
               WRITE Recall-Print-Line FROM Recall-Topic-Line AFTER
                           ADVANCING 2 LINES

               PERFORM Print-Lot-Shipments

               MOVE RC-Customers (Recall-I) TO Prn-Rcl-Customers
               MOVE RC-Invoices (Recall-I)  TO Prn-Rcl-Invoices
               WRITE Recall-Print-Line FROM Recall-Summary-Line AFTER
                           ADVANCING 1 LINE
           END-IF.

       Print-Lot-Shipments.
           MOVE SPACES TO Prev-Cust-Id.
           MOVE ZEROS  TO Prev-Invoice.

           SORT Trace-Sort-File ON ASCENDING TS-Customer-Id
                   TS-Invoice-Number TS-Trade-Date
               INPUT PROCEDURE IS Select-Lot-Shipments
               OUTPUT PROCEDURE IS Print-Sorted-Shipments.

       Select-Lot-Shipments.
           OPEN INPUT Lot-Trace-File.
           IF Lot-Trace-Found
               READ Lot-Trace-File
                   AT END SET End-Of-Lot-Trace TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Lot-Trace
                   IF LX-Lot-Number = RC-Lot-Number (Recall-I)
                       MOVE LX-Customer-Id    TO TS-Customer-Id
                       MOVE LX-Invoice-Number TO TS-Invoice-Number
                       MOVE LX-Trade-Date     TO TS-Trade-Date
                       MOVE LX-Invoice-Date   TO TS-Invoice-Date
                       MOVE LX-Units          TO TS-Units
                       RELEASE Trace-Sort-Rec
                   END-IF

                   READ Lot-Trace-File
                       AT END SET End-Of-Lot-Trace TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Lot-Trace-File
           END-IF.

       Print-Sorted-Shipments.
           RETURN Trace-Sort-File
               AT END SET End-Of-Trace-Sort TO TRUE
           END-RETURN.

           PERFORM UNTIL End-Of-Trace-Sort
               PERFORM Print-One-Shipment

               RETURN Trace-Sort-File
                   AT END SET End-Of-Trace-Sort TO TRUE
               END-RETURN
           END-PERFORM.

       Print-One-Shipment.
           IF TS-Customer-Id NOT = Prev-Cust-Id
               ADD 1 TO RC-Customers (Recall-I)
           END-IF.
           IF TS-Customer-Id NOT = Prev-Cust-Id
                   OR TS-Invoice-Number NOT = Prev-Invoice
               ADD 1 TO RC-Invoices (Recall-I)
           END-IF.
           MOVE TS-Customer-Id    TO Prev-Cust-Id.
           MOVE TS-Invoice-Number TO Prev-Invoice.

           MOVE "** UNKNOWN **" TO Prn-Rcl-Cust-Name.
           IF Cust-Master-Open
               MOVE TS-Customer-Id TO CM-Customer-Id
               READ Customer-Master
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CM-Customer-Name TO Prn-Rcl-Cust-Name
               END-READ
           END-IF.

           MOVE TS-Customer-Id    TO Prn-Rcl-Cust-Id.
           MOVE TS-Trade-Date     TO Prn-Rcl-Trade-Date.
           MOVE TS-Invoice-Number TO Prn-Rcl-Invoice.
           MOVE TS-Invoice-Date   TO Prn-Rcl-Inv-Date.
           MOVE TS-Units          TO Prn-Rcl-Units.
           WRITE Recall-Print-Line FROM Recall-Detail-Line AFTER
                       ADVANCING 1 LINE.
