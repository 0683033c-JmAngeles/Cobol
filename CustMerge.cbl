       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CustMerge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Merge-Pair-File ASSIGN TO "CUSTMERGE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Merge-Pair-Status.

           SELECT Customer-Master ASSIGN TO "CUSTOMER.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CM-Customer-Id
                 FILE STATUS IS Customer-Master-Status.

           SELECT Sales-History ASSIGN TO "SALESHIST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SH-Key
                 FILE STATUS IS Sales-History-Status.

           SELECT Invoice-Register ASSIGN TO "INVREGISTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Invoice-Register-Status.

           SELECT Payment-History ASSIGN TO "PAYHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Payment-History-Status.

           SELECT On-Account-File ASSIGN TO "ONACCOUNT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS On-Account-Status.

           SELECT Cust-Price-File ASSIGN TO "CUSTPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Cust-Price-Status.

           SELECT Held-Trade-File ASSIGN TO "HELDTRADE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Held-Trade-Status.

           SELECT Backorder-File ASSIGN TO "BACKORDER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Backorder-Status.

           SELECT Reject-File ASSIGN TO "REJECT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Reject-Status.

           SELECT Collections-File ASSIGN TO "COLLECT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Collections-Status.

           SELECT Lot-Trace-File ASSIGN TO "LOTTRACE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Lot-Trace-Status.

           SELECT Merge-Work ASSIGN TO "CUSTMERGE.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Merge-Report ASSIGN TO "CUSTMERGE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Merge-Pair-File.
       01 Merge-Pair-Rec.
           88 End-Of-Merge-Pairs   VALUE HIGH-VALUES.
           02  MG-Old-Id                   PIC X(5).
           02  MG-New-Id                   PIC X(5).

       FD Customer-Master.
       01 Customer-Master-Rec.
           02  CM-Customer-Id              PIC X(5).
           02  CM-Customer-Name            PIC X(20).
           02  CM-Rep-Code                 PIC X(3).
           02  CM-Credit-Limit             PIC 9(7)V99.
           02  CM-Curr-Balance             PIC S9(7)V99.
           02  CM-Tax-Juris                PIC X(2).
           02  CM-Tax-Exempt               PIC X.

       FD Sales-History.
       01 Sales-History-Rec.
           88 End-Of-Sales-History VALUE HIGH-VALUES.
           02  SH-Key.
               03  SH-Customer-Id          PIC X(5).
               03  SH-Oil-Id               PIC X(3).
               03  SH-Period               PIC 9(6).
           02  SH-Qty-Sold                 PIC S9(7).
           02  SH-Trade-Value              PIC S9(8)V99.

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
           02  IR-Run-Number               PIC 9(6).
           02  IR-Tax-Total                PIC S9(6)V99.

       FD Payment-History.
       01 Payment-History-Rec.
           88 End-Of-Pay-History   VALUE HIGH-VALUES.
           02  PY-Customer-Id              PIC X(5).
           02  PY-Invoice-Number           PIC 9(6).
           02  PY-Receipt-Date             PIC 9(8).
           02  PY-Amount-Applied           PIC S9(7)V99.

       FD On-Account-File.
       01 On-Account-Rec.
           88 End-Of-On-Account    VALUE HIGH-VALUES.
           02  OA-Customer-Id              PIC X(5).
           02  OA-Credit-Date              PIC 9(8).
           02  OA-Source-Invoice           PIC 9(6).
           02  OA-Original-Amount          PIC 9(7)V99.
           02  OA-Remaining-Amount         PIC 9(7)V99.

       FD Cust-Price-File.
       01 Cust-Price-Rec.
           88 End-Of-Cust-Prices   VALUE HIGH-VALUES.
           02  CP-Customer-Id              PIC X(5).
           02  CP-Oil-Number               PIC 99.
           02  CP-Eff-Date                 PIC 9(8).
           02  CP-Price                    PIC 99V99.

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

       FD Reject-File.
       01 Reject-Rec.
           88 End-Of-Rejects       VALUE HIGH-VALUES.
           02  RJ-Trade-Image.
               03  RJ-Customer-Id          PIC X(5).
               03  RJ-Customer-Name        PIC X(20).
               03  RJ-Oil-Id               PIC X(3).
               03  RJ-Unit-Size            PIC 99.
               03  RJ-Units-Sold           PIC 999.
               03  RJ-Trade-Date           PIC 9(8).
               03  RJ-Trans-Type           PIC X.
           02  RJ-Reason-Code              PIC X(2).
           02  RJ-Resubmit-Count           PIC 9.
           02  RJ-Supervisor-Flag          PIC X.

       FD Collections-File.
       01 Collections-Rec.
           88 End-Of-Collections   VALUE HIGH-VALUES.
           02  CL-Customer-Id              PIC X(5).
           02  CL-FC-Exempt                PIC X.
           02  CL-Notice-Level             PIC 9.
           02  CL-Last-Notice-Date         PIC 9(8).
           02  CL-Last-Charge-Period       PIC 9(6).

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

       FD Merge-Work.
       01 Merge-Work-Rec.
           88 End-Of-Merge-Work    VALUE HIGH-VALUES.
           02  MW-Record-Data              PIC X(80).

       FD Merge-Report.
       01 Merge-Print-Line                 PIC X(90).

       WORKING-STORAGE SECTION.
       01  Merge-Pair-Status            PIC XX.
           88  Merge-Pair-Found            VALUE "00".

       01  Customer-Master-Status       PIC XX.
           88  Customer-Master-OK          VALUE "00".

       01  Sales-History-Status         PIC XX.
           88  Sales-History-OK            VALUE "00".

       01  Invoice-Register-Status      PIC XX.
           88  Invoice-Register-Found      VALUE "00".

       01  Payment-History-Status       PIC XX.
           88  Payment-History-Found       VALUE "00".

       01  On-Account-Status            PIC XX.
           88  On-Account-Found            VALUE "00".

       01  Cust-Price-Status            PIC XX.
           88  Cust-Price-Found            VALUE "00".

       01  Held-Trade-Status            PIC XX.
           88  Held-Trade-Found            VALUE "00".

       01  Backorder-Status             PIC XX.
           88  Backorder-Found             VALUE "00".

       01  Reject-Status                PIC XX.
           88  Reject-Found                VALUE "00".

       01  Collections-Status           PIC XX.
           88  Collections-Found           VALUE "00".

       01  Lot-Trace-Status             PIC XX.
           88  Lot-Trace-Found             VALUE "00".

       01  Run-Date-Stamp               PIC 9(8).

       01  Merge-Pair-Table.
           02  Pair-Count                PIC 999 VALUE ZEROS.
           02  Pair-Entry OCCURS 200 TIMES.
               03  MP-Old-Id             PIC X(5).
               03  MP-New-Id             PIC X(5).
               03  MP-New-Name           PIC X(20).
               03  MP-Mode               PIC X.
                   88  MP-Merge           VALUE "M".
                   88  MP-Renumber        VALUE "R".
                   88  MP-Dropped         VALUE "X".
           02  Pair-I                    PIC 999.
           02  Pair-Slot                 PIC 999.
           02  Merge-Key                 PIC X(5).
           02  Pair-Found-Flag           PIC X.
               88  Pair-Found             VALUE "Y".

       01  Price-Key-Table.
           02  Price-Key-Count           PIC 9(4) VALUE ZEROS.
           02  Price-Key-Entry OCCURS 2000 TIMES.
               03  PK-Customer-Id        PIC X(5).
               03  PK-Oil-Number         PIC 99.
               03  PK-Eff-Date           PIC 9(8).
           02  Price-Key-I               PIC 9(4).
           02  Price-Key-Found-Flag      PIC X.
               88  Price-Key-Found        VALUE "Y".

       01  Survivor-Coll-Table.
           02  Surv-Coll-Count           PIC 999 VALUE ZEROS.
           02  Surv-Coll-Entry OCCURS 200 TIMES.
               03  SC-Customer-Id        PIC X(5).
               03  SC-FC-Exempt          PIC X.
               03  SC-Notice-Level       PIC 9.
               03  SC-Last-Notice-Date   PIC 9(8).
               03  SC-Last-Charge-Period PIC 9(6).
           02  Surv-Coll-I               PIC 999.
           02  Surv-Coll-Slot            PIC 999.
           02  Surv-Coll-Found-Flag      PIC X.
               88  Surv-Coll-Found        VALUE "Y".
           02  Survivor-Id-Flag          PIC X.
               88  Survivor-Id            VALUE "Y".

       01  Merge-Switches.
           02  Pair-Valid-Flag           PIC X.
               88  Pair-Is-Valid          VALUE "Y".
           02  Survivor-Found-Flag       PIC X.
               88  Survivor-On-File       VALUE "Y".
           02  Pair-Overflow-Flag        PIC X VALUE "N".
               88  Pair-Table-Full        VALUE "Y".

       01  Old-Master-Image.
           02  OM-Customer-Id            PIC X(5).
           02  OM-Customer-Name          PIC X(20).
           02  OM-Rep-Code               PIC X(3).
           02  OM-Credit-Limit           PIC 9(7)V99.
           02  OM-Curr-Balance           PIC S9(7)V99.
           02  OM-Tax-Juris              PIC X(2).
           02  OM-Tax-Exempt             PIC X.

       01  Survivor-Before.
           02  SB-Credit-Limit           PIC 9(7)V99.
           02  SB-Curr-Balance           PIC S9(7)V99.

       01  History-Move-Rec.
           02  HM-Key.
               03  HM-Customer-Id        PIC X(5).
               03  HM-Oil-Id             PIC X(3).
               03  HM-Period             PIC 9(6).
           02  HM-Qty-Sold               PIC S9(7).
           02  HM-Trade-Value            PIC S9(8)V99.

       01  Merge-Counters.
           02  Pairs-Read                PIC 9(5) VALUE ZEROS.
           02  Pairs-Rejected            PIC 9(5) VALUE ZEROS.
           02  Masters-Merged            PIC 9(5) VALUE ZEROS.
           02  Masters-Renumbered        PIC 9(5) VALUE ZEROS.
           02  History-Moved             PIC 9(5) VALUE ZEROS.
           02  History-Combined          PIC 9(5) VALUE ZEROS.
           02  Invoices-Moved            PIC 9(5) VALUE ZEROS.
           02  Payments-Moved            PIC 9(5) VALUE ZEROS.
           02  Credits-Moved             PIC 9(5) VALUE ZEROS.
           02  Prices-Moved              PIC 9(5) VALUE ZEROS.
           02  Prices-Dropped            PIC 9(5) VALUE ZEROS.
           02  Held-Trades-Moved         PIC 9(5) VALUE ZEROS.
           02  Backorders-Moved          PIC 9(5) VALUE ZEROS.
           02  Rejects-Moved             PIC 9(5) VALUE ZEROS.
           02  Collections-Moved         PIC 9(5) VALUE ZEROS.
           02  Collections-Combined      PIC 9(5) VALUE ZEROS.
           02  Lot-Traces-Moved          PIC 9(5) VALUE ZEROS.
           02  File-Moves                PIC 9(5) VALUE ZEROS.

       01  Merge-Record-Work            PIC X(24).

       01  Merge-Heading-Line.
           02  FILLER                 PIC X(34) VALUE
               "CUSTOMER MERGE / RENUMBER    DATE ".
           02  Prn-Merge-Date         PIC 9(4)/99/99.

       01  Merge-Pair-Topic.
           02  FILLER                 PIC X(8) VALUE "OLD-ID".
           02  FILLER                 PIC X(8) VALUE "NEW-ID".
           02  FILLER                 PIC X(30) VALUE "PAIR STATUS".

       01  Merge-Pair-Line.
           02  Prn-Pair-Old           PIC X(5).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Pair-New           PIC X(5).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Pair-Status        PIC X(30).

       01  Merge-Move-Topic.
           02  FILLER                 PIC X(14) VALUE "FILE".
           02  FILLER                 PIC X(26) VALUE "RECORD".
           02  FILLER                 PIC X(7) VALUE "OLD-ID".
           02  FILLER                 PIC X(7) VALUE "NEW-ID".
           02  FILLER                 PIC X(30) VALUE "ACTION".

       01  Merge-Move-Line.
           02  Prn-Move-File          PIC X(12).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Move-Record        PIC X(24).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Move-Old           PIC X(5).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Move-New           PIC X(5).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Move-Action        PIC X(30).

       01  Merge-Amount-Line.
           02  FILLER                 PIC X(14) VALUE SPACES.
           02  Prn-Amount-Caption     PIC X(10).
           02  Prn-Amount-Old         PIC $$,$$$,$$9.99-.
           02  FILLER                 PIC X(3) VALUE " + ".
           02  Prn-Amount-Survivor    PIC $$,$$$,$$9.99-.
           02  FILLER                 PIC X(3) VALUE " = ".
           02  Prn-Amount-New         PIC $$,$$$,$$9.99-.

       01  Merge-Caption-Line.
           02  Prn-Merge-Caption      PIC X(30).
           02  Prn-Merge-Count        PIC ZZ,ZZ9.

       01  Merge-Message-Line           PIC X(60).

       PROCEDURE DIVISION.
       Merge-Customer-Ids.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.

           OPEN OUTPUT Merge-Report.
           MOVE Run-Date-Stamp TO Prn-Merge-Date.
           WRITE Merge-Print-Line FROM Merge-Heading-Line AFTER
                       ADVANCING 1 LINE.

           OPEN I-O Customer-Master.
           IF NOT Customer-Master-OK
               MOVE "CUSTOMER MASTER NOT AVAILABLE - NOTHING MOVED"
                   TO Merge-Message-Line
               WRITE Merge-Print-Line FROM Merge-Message-Line AFTER
                           ADVANCING 2 LINES
               CLOSE Merge-Report
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE Merge-Print-Line FROM Merge-Pair-Topic AFTER
                       ADVANCING 2 LINES.
           PERFORM Load-Merge-Pairs.

           IF Pair-Count = ZEROS
               MOVE "NO VALID MERGE PAIRS - NOTHING MOVED"
                   TO Merge-Message-Line
               WRITE Merge-Print-Line FROM Merge-Message-Line AFTER
                           ADVANCING 2 LINES
           ELSE
               WRITE Merge-Print-Line FROM Merge-Move-Topic AFTER
                           ADVANCING 2 LINES
               PERFORM Apply-Master-Changes
               PERFORM Move-Sales-History
               PERFORM Move-Invoices
               PERFORM Move-Payments
               PERFORM Move-On-Account-Credits
               PERFORM Move-Cust-Prices
               PERFORM Move-Held-Trades
               PERFORM Move-Backorders
               PERFORM Move-Rejects
               PERFORM Move-Collections
               PERFORM Move-Lot-Traces
           END-IF.

           CLOSE Customer-Master.

           PERFORM Print-Merge-Totals.

           CLOSE Merge-Report.

           STOP RUN.

       Load-Merge-Pairs.
           OPEN INPUT Merge-Pair-File.
           IF Merge-Pair-Found
               READ Merge-Pair-File
                   AT END SET End-Of-Merge-Pairs TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Merge-Pairs
                   ADD 1 TO Pairs-Read
                   PERFORM Validate-Merge-Pair

                   MOVE MG-Old-Id TO Prn-Pair-Old
                   MOVE MG-New-Id TO Prn-Pair-New
                   WRITE Merge-Print-Line FROM Merge-Pair-Line AFTER
                               ADVANCING 1 LINE

                   READ Merge-Pair-File
                       AT END SET End-Of-Merge-Pairs TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Merge-Pair-File
           ELSE
               MOVE "CUSTMERGE.DAT NOT AVAILABLE" TO Prn-Pair-Status
               MOVE SPACES TO Prn-Pair-Old
               MOVE SPACES TO Prn-Pair-New
               WRITE Merge-Print-Line FROM Merge-Pair-Line AFTER
                           ADVANCING 1 LINE
           END-IF.

       Validate-Merge-Pair.
           MOVE "Y" TO Pair-Valid-Flag.

           EVALUATE TRUE
               WHEN MG-Old-Id = SPACES OR MG-New-Id = SPACES
                   MOVE "REJECTED - ID MISSING" TO Prn-Pair-Status
                   MOVE "N" TO Pair-Valid-Flag
               WHEN MG-Old-Id = MG-New-Id
                   MOVE "REJECTED - IDS ARE THE SAME"
                       TO Prn-Pair-Status
                   MOVE "N" TO Pair-Valid-Flag
               WHEN Pair-Count >= 200
                   MOVE "REJECTED - TOO MANY PAIRS" TO Prn-Pair-Status
                   MOVE "N" TO Pair-Valid-Flag
           END-EVALUATE.

           MOVE "N" TO Survivor-Found-Flag.
           IF Pair-Is-Valid
               PERFORM VARYING Pair-I FROM 1 BY 1
                       UNTIL Pair-I > Pair-Count OR NOT Pair-Is-Valid
                   EVALUATE TRUE
                       WHEN MP-Old-Id (Pair-I) = MG-Old-Id
                           MOVE "REJECTED - OLD ID ALREADY PAIRED"
                               TO Prn-Pair-Status
                           MOVE "N" TO Pair-Valid-Flag
                       WHEN MP-Old-Id (Pair-I) = MG-New-Id
                           MOVE "REJECTED - NEW ID BEING MERGED"
                               TO Prn-Pair-Status
                           MOVE "N" TO Pair-Valid-Flag
                       WHEN MP-New-Id (Pair-I) = MG-Old-Id
                           MOVE "REJECTED - OLD ID IS A SURVIVOR"
                               TO Prn-Pair-Status
                           MOVE "N" TO Pair-Valid-Flag
                       WHEN MP-New-Id (Pair-I) = MG-New-Id
                           MOVE "Y" TO Survivor-Found-Flag
                           MOVE Pair-I TO Pair-Slot
                   END-EVALUATE
               END-PERFORM
           END-IF.

           IF Pair-Is-Valid
               MOVE MG-Old-Id TO CM-Customer-Id
               READ Customer-Master
                   INVALID KEY
                       MOVE "REJECTED - OLD ID NOT ON FILE"
                           TO Prn-Pair-Status
                       MOVE "N" TO Pair-Valid-Flag
               END-READ
           END-IF.

           IF Pair-Is-Valid
               MOVE CM-Customer-Name TO Merge-Record-Work
               ADD 1 TO Pair-Count
               MOVE MG-Old-Id TO MP-Old-Id (Pair-Count)
               MOVE MG-New-Id TO MP-New-Id (Pair-Count)
               MOVE MG-New-Id TO CM-Customer-Id
               IF Survivor-On-File
                   MOVE "M" TO MP-Mode (Pair-Count)
                   MOVE MP-New-Name (Pair-Slot) TO
                           MP-New-Name (Pair-Count)
                   MOVE "ACCEPTED - MERGE INTO NEW ID"
                       TO Prn-Pair-Status
               ELSE
                   READ Customer-Master
                       INVALID KEY
                           MOVE "R" TO MP-Mode (Pair-Count)
                           MOVE Merge-Record-Work TO
                                   MP-New-Name (Pair-Count)
                           MOVE "ACCEPTED - RENUMBER"
                               TO Prn-Pair-Status
                       NOT INVALID KEY
                           MOVE "M" TO MP-Mode (Pair-Count)
                           MOVE CM-Customer-Name TO
                                   MP-New-Name (Pair-Count)
                           MOVE "ACCEPTED - MERGE INTO NEW ID"
                               TO Prn-Pair-Status
                   END-READ
               END-IF
           ELSE
               ADD 1 TO Pairs-Rejected
           END-IF.

       Find-Merge-Pair.
           MOVE "N" TO Pair-Found-Flag.
           PERFORM VARYING Pair-I FROM 1 BY 1
                   UNTIL Pair-I > Pair-Count OR Pair-Found
               IF MP-Old-Id (Pair-I) = Merge-Key
                       AND NOT MP-Dropped (Pair-I)
                   MOVE "Y" TO Pair-Found-Flag
                   MOVE Pair-I TO Pair-Slot
               END-IF
           END-PERFORM.

       Write-Move-Line.
           ADD 1 TO File-Moves.
           MOVE Merge-Record-Work  TO Prn-Move-Record.
           MOVE MP-Old-Id (Pair-Slot) TO Prn-Move-Old.
           MOVE MP-New-Id (Pair-Slot) TO Prn-Move-New.
           WRITE Merge-Print-Line FROM Merge-Move-Line AFTER
                       ADVANCING 1 LINE.

       Apply-Master-Changes.
           PERFORM VARYING Pair-Slot FROM 1 BY 1
                   UNTIL Pair-Slot > Pair-Count
               MOVE MP-Old-Id (Pair-Slot) TO CM-Customer-Id
               READ Customer-Master
                   INVALID KEY CONTINUE
               END-READ
               MOVE Customer-Master-Rec TO Old-Master-Image

               MOVE "CUSTOMER.MST" TO Prn-Move-File
               MOVE OM-Customer-Name TO Merge-Record-Work

               IF MP-Merge (Pair-Slot)
                   PERFORM Merge-Into-Survivor
               ELSE
                   PERFORM Renumber-Master
               END-IF
           END-PERFORM.

       Merge-Into-Survivor.
           MOVE MP-New-Id (Pair-Slot) TO CM-Customer-Id.
           READ Customer-Master
               INVALID KEY
                   MOVE "N" TO Survivor-Found-Flag
               NOT INVALID KEY
                   MOVE "Y" TO Survivor-Found-Flag
           END-READ.

           IF Survivor-On-File
               MOVE CM-Credit-Limit TO SB-Credit-Limit
               MOVE CM-Curr-Balance TO SB-Curr-Balance
               ADD OM-Credit-Limit TO CM-Credit-Limit
               ADD OM-Curr-Balance TO CM-Curr-Balance
               REWRITE Customer-Master-Rec
                   INVALID KEY CONTINUE
               END-REWRITE

               MOVE OM-Customer-Id TO CM-Customer-Id
               DELETE Customer-Master
                   INVALID KEY CONTINUE
               END-DELETE

               ADD 1 TO Masters-Merged
               MOVE "MERGED AND DELETED" TO Prn-Move-Action
               PERFORM Write-Move-Line

               MOVE "BALANCE" TO Prn-Amount-Caption
               MOVE OM-Curr-Balance TO Prn-Amount-Old
               MOVE SB-Curr-Balance TO Prn-Amount-Survivor
               COMPUTE Prn-Amount-New =
                   OM-Curr-Balance + SB-Curr-Balance
               WRITE Merge-Print-Line FROM Merge-Amount-Line AFTER
                           ADVANCING 1 LINE

               MOVE "LIMIT" TO Prn-Amount-Caption
               MOVE OM-Credit-Limit TO Prn-Amount-Old
               MOVE SB-Credit-Limit TO Prn-Amount-Survivor
               COMPUTE Prn-Amount-New =
                   OM-Credit-Limit + SB-Credit-Limit
               WRITE Merge-Print-Line FROM Merge-Amount-Line AFTER
                           ADVANCING 1 LINE
           END-IF.

       Renumber-Master.
           MOVE Old-Master-Image TO Customer-Master-Rec.
           MOVE MP-New-Id (Pair-Slot) TO CM-Customer-Id.
           MOVE "N" TO Survivor-Found-Flag.
           WRITE Customer-Master-Rec
               INVALID KEY MOVE "Y" TO Survivor-Found-Flag
           END-WRITE.

           IF Survivor-On-File
               MOVE "NEW ID NOT WRITTEN - NOT MOVED"
                   TO Prn-Move-Action
           ELSE
               MOVE OM-Customer-Id TO CM-Customer-Id
               DELETE Customer-Master
                   INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO Masters-Renumbered
               MOVE "RENUMBERED" TO Prn-Move-Action
           END-IF.
           PERFORM Write-Move-Line.

           IF Survivor-On-File
               MOVE "X" TO MP-Mode (Pair-Slot)
           END-IF.

       Move-Sales-History.
           MOVE ZEROS TO File-Moves.
           OPEN OUTPUT Merge-Work.

           OPEN INPUT Sales-History.
           IF Sales-History-OK
               READ Sales-History NEXT RECORD
                   AT END SET End-Of-Sales-History TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Sales-History
                   MOVE SH-Customer-Id TO Merge-Key
                   PERFORM Find-Merge-Pair
                   IF Pair-Found
                       ADD 1 TO File-Moves
                       WRITE Merge-Work-Rec FROM Sales-History-Rec
                   END-IF

                   READ Sales-History NEXT RECORD
                       AT END SET End-Of-Sales-History TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Sales-History
           END-IF.

           CLOSE Merge-Work.

           IF File-Moves > ZEROS
               OPEN I-O Sales-History
               OPEN INPUT Merge-Work

               READ Merge-Work
                   AT END SET End-Of-Merge-Work TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Merge-Work
                   MOVE MW-Record-Data TO History-Move-Rec
                   PERFORM Move-One-History-Row

                   READ Merge-Work
                       AT END SET End-Of-Merge-Work TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Merge-Work
               CLOSE Sales-History
           END-IF.

       Move-One-History-Row.
           MOVE HM-Customer-Id TO Merge-Key.
           PERFORM Find-Merge-Pair.

           MOVE HM-Key TO SH-Key.
           DELETE Sales-History
               INVALID KEY CONTINUE
           END-DELETE.

           MOVE MP-New-Id (Pair-Slot) TO SH-Customer-Id.
           MOVE HM-Oil-Id TO SH-Oil-Id.
           MOVE HM-Period TO SH-Period.
           READ Sales-History
               INVALID KEY
                   MOVE HM-Qty-Sold TO SH-Qty-Sold
                   MOVE HM-Trade-Value TO SH-Trade-Value
                   WRITE Sales-History-Rec
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO History-Moved
                   MOVE "MOVED" TO Prn-Move-Action
               NOT INVALID KEY
                   ADD HM-Qty-Sold TO SH-Qty-Sold
                   ADD HM-Trade-Value TO SH-Trade-Value
                   REWRITE Sales-History-Rec
                       INVALID KEY CONTINUE
                   END-REWRITE
                   ADD 1 TO History-Combined
                   MOVE "COMBINED WITH EXISTING BUCKET"
                       TO Prn-Move-Action
           END-READ.

           MOVE "SALESHIST" TO Prn-Move-File.
           MOVE SPACES TO Merge-Record-Work.
           STRING "OIL " HM-Oil-Id " PERIOD " HM-Period
               DELIMITED BY SIZE INTO Merge-Record-Work
           END-STRING.
           PERFORM Write-Move-Line.

       Move-Invoices.
           MOVE ZEROS TO File-Moves.
           OPEN INPUT Invoice-Register.
           IF Invoice-Register-Found
               OPEN OUTPUT Merge-Work
               READ Invoice-Register
                   AT END SET End-Of-Register TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Register
                   MOVE IR-Customer-Id TO Merge-Key
                   PERFORM Find-Merge-Pair
                   IF Pair-Found
                       MOVE MP-New-Id (Pair-Slot) TO IR-Customer-Id
                       ADD 1 TO Invoices-Moved
                       MOVE "INVREGISTER" TO Prn-Move-File
                       MOVE SPACES TO Merge-Record-Work
                       STRING "INVOICE " IR-Invoice-Number
                           DELIMITED BY SIZE INTO Merge-Record-Work
                       END-STRING
                       MOVE "MOVED" TO Prn-Move-Action
                       PERFORM Write-Move-Line
                   END-IF
                   WRITE Merge-Work-Rec FROM Invoice-Register-Rec

                   READ Invoice-Register
                       AT END SET End-Of-Register TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Merge-Work
               CLOSE Invoice-Register

               IF File-Moves > ZEROS
                   OPEN INPUT Merge-Work
                   OPEN OUTPUT Invoice-Register
                   READ Merge-Work
                       AT END SET End-Of-Merge-Work TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Merge-Work
                       WRITE Invoice-Register-Rec FROM Merge-Work-Rec
                       READ Merge-Work
                           AT END SET End-Of-Merge-Work TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE Merge-Work
                   CLOSE Invoice-Register
               END-IF
           END-IF.

       Move-Payments.
           MOVE ZEROS TO File-Moves.
           OPEN INPUT Payment-History.
           IF Payment-History-Found
               OPEN OUTPUT Merge-Work
               READ Payment-History
                   AT END SET End-Of-Pay-History TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Pay-History
                   MOVE PY-Customer-Id TO Merge-Key
                   PERFORM Find-Merge-Pair
                   IF Pair-Found
                       MOVE MP-New-Id (Pair-Slot) TO PY-Customer-Id
                       ADD 1 TO Payments-Moved
                       MOVE "PAYHIST" TO Prn-Move-File
                       MOVE SPACES TO Merge-Record-Work
                       STRING "INVOICE " PY-Invoice-Number
                           " " PY-Receipt-Date
                           DELIMITED BY SIZE INTO Merge-Record-Work
                       END-STRING
                       MOVE "MOVED" TO Prn-Move-Action
                       PERFORM Write-Move-Line
                   END-IF
                   WRITE Merge-Work-Rec FROM Payment-History-Rec

                   READ Payment-History
                       AT END SET End-Of-Pay-History TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Merge-Work
               CLOSE Payment-History

               IF File-Moves > ZEROS
                   OPEN INPUT Merge-Work
                   OPEN OUTPUT Payment-History
                   READ Merge-Work
                       AT END SET End-Of-Merge-Work TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Merge-Work
                       WRITE Payment-History-Rec FROM Merge-Work-Rec
                       READ Merge-Work
                           AT END SET End-Of-Merge-Work TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE Merge-Work
                   CLOSE Payment-History
               END-IF
           END-IF.

       Move-On-Account-Credits.
           MOVE ZEROS TO File-Moves.
           OPEN INPUT On-Account-File.
           IF On-Account-Found
               OPEN OUTPUT Merge-Work
               READ On-Account-File
                   AT END SET End-Of-On-Account TO TRUE
               END-READ

               PERFORM UNTIL End-Of-On-Account
                   MOVE OA-Customer-Id TO Merge-Key
                   PERFORM Find-Merge-Pair
                   IF Pair-Found
                       MOVE MP-New-Id (Pair-Slot) TO OA-Customer-Id
                       ADD 1 TO Credits-Moved
                       MOVE "ONACCOUNT" TO Prn-Move-File
                       MOVE SPACES TO Merge-Record-Work
                       STRING "CREDIT " OA-Credit-Date
                           DELIMITED BY SIZE INTO Merge-Record-Work
                       END-STRING
                       MOVE "MOVED" TO Prn-Move-Action
                       PERFORM Write-Move-Line
                   END-IF
                   WRITE Merge-Work-Rec FROM On-Account-Rec

                   READ On-Account-File
                       AT END SET End-Of-On-Account TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Merge-Work
               CLOSE On-Account-File

               IF File-Moves > ZEROS
                   OPEN INPUT Merge-Work
                   OPEN OUTPUT On-Account-File
                   READ Merge-Work
                       AT END SET End-Of-Merge-Work TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Merge-Work
                       WRITE On-Account-Rec FROM Merge-Work-Rec
                       READ Merge-Work
                           AT END SET End-Of-Merge-Work TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE Merge-Work
                   CLOSE On-Account-File
               END-IF
           END-IF.

       Move-Cust-Prices.
           MOVE ZEROS TO File-Moves.
           PERFORM Load-Survivor-Price-Keys.

           OPEN INPUT Cust-Price-File.
           IF Cust-Price-Found
               OPEN OUTPUT Merge-Work
               READ Cust-Price-File
                   AT END SET End-Of-Cust-Prices TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Cust-Prices
                   MOVE CP-Customer-Id TO Merge-Key
                   PERFORM Find-Merge-Pair
                   IF Pair-Found
                       MOVE MP-New-Id (Pair-Slot) TO CP-Customer-Id
                       MOVE "CUSTPRICE" TO Prn-Move-File
                       MOVE SPACES TO Merge-Record-Work
                       STRING "OIL E" CP-Oil-Number " " CP-Eff-Date
                           DELIMITED BY SIZE INTO Merge-Record-Work
                       END-STRING
                       PERFORM Find-Price-Key
                       IF Price-Key-Found
                           ADD 1 TO Prices-Dropped
                           MOVE "DROPPED - NEW ID HAS PRICE"
                               TO Prn-Move-Action
                       ELSE
                           ADD 1 TO Prices-Moved
                           MOVE "MOVED" TO Prn-Move-Action
                           PERFORM Add-Price-Key
                           WRITE Merge-Work-Rec FROM Cust-Price-Rec
                       END-IF
                       PERFORM Write-Move-Line
                   ELSE
                       WRITE Merge-Work-Rec FROM Cust-Price-Rec
                   END-IF

                   READ Cust-Price-File
                       AT END SET End-Of-Cust-Prices TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Merge-Work
               CLOSE Cust-Price-File

               IF File-Moves > ZEROS
                   OPEN INPUT Merge-Work
                   OPEN OUTPUT Cust-Price-File
                   READ Merge-Work
                       AT END SET End-Of-Merge-Work TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Merge-Work
                       WRITE Cust-Price-Rec FROM Merge-Work-Rec
                       READ Merge-Work
                           AT END SET End-Of-Merge-Work TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE Merge-Work
                   CLOSE Cust-Price-File
               END-IF
           END-IF.

       Load-Survivor-Price-Keys.
           OPEN INPUT Cust-Price-File.
           IF Cust-Price-Found
               READ Cust-Price-File
                   AT END SET End-Of-Cust-Prices TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Cust-Prices
                   MOVE "N" TO Pair-Found-Flag
                   PERFORM VARYING Pair-I FROM 1 BY 1
                           UNTIL Pair-I > Pair-Count OR Pair-Found
                       IF MP-New-Id (Pair-I) = CP-Customer-Id
                           MOVE "Y" TO Pair-Found-Flag
                       END-IF
                   END-PERFORM
                   IF Pair-Found
                       PERFORM Add-Price-Key
                   END-IF

                   READ Cust-Price-File
                       AT END SET End-Of-Cust-Prices TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Cust-Price-File
           END-IF.

       Find-Price-Key.
           MOVE "N" TO Price-Key-Found-Flag.
           PERFORM VARYING Price-Key-I FROM 1 BY 1
                   UNTIL Price-Key-I > Price-Key-Count
                       OR Price-Key-Found
               IF PK-Customer-Id (Price-Key-I) = CP-Customer-Id
                       AND PK-Oil-Number (Price-Key-I) = CP-Oil-Number
                       AND PK-Eff-Date (Price-Key-I) = CP-Eff-Date
                   MOVE "Y" TO Price-Key-Found-Flag
               END-IF
           END-PERFORM.

       Add-Price-Key.
           IF Price-Key-Count < 2000
               ADD 1 TO Price-Key-Count
               MOVE CP-Customer-Id TO PK-Customer-Id (Price-Key-Count)
               MOVE CP-Oil-Number  TO PK-Oil-Number (Price-Key-Count)
               MOVE CP-Eff-Date    TO PK-Eff-Date (Price-Key-Count)
           END-IF.

       Move-Held-Trades.
           MOVE ZEROS TO File-Moves.
           OPEN INPUT Held-Trade-File.
           IF Held-Trade-Found
               OPEN OUTPUT Merge-Work
               READ Held-Trade-File
                   AT END SET End-Of-Held-Trades TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Held-Trades
                   MOVE HT-Customer-Id TO Merge-Key
                   PERFORM Find-Merge-Pair
                   IF Pair-Found
                       MOVE MP-New-Id (Pair-Slot) TO HT-Customer-Id
                       MOVE MP-New-Name (Pair-Slot)
                           TO HT-Customer-Name
                       ADD 1 TO Held-Trades-Moved
                       MOVE "HELDTRADE" TO Prn-Move-File
                       MOVE SPACES TO Merge-Record-Work
                       STRING "OIL " HT-Oil-Id " " HT-Trade-Date
                           DELIMITED BY SIZE INTO Merge-Record-Work
                       END-STRING
                       MOVE "MOVED" TO Prn-Move-Action
                       PERFORM Write-Move-Line
                   END-IF
                   WRITE Merge-Work-Rec FROM Held-Trade-Rec

                   READ Held-Trade-File
                       AT END SET End-Of-Held-Trades TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Merge-Work
               CLOSE Held-Trade-File

               IF File-Moves > ZEROS
                   OPEN INPUT Merge-Work
                   OPEN OUTPUT Held-Trade-File
                   READ Merge-Work
                       AT END SET End-Of-Merge-Work TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Merge-Work
                       WRITE Held-Trade-Rec FROM Merge-Work-Rec
                       READ Merge-Work
                           AT END SET End-Of-Merge-Work TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE Merge-Work
                   CLOSE Held-Trade-File
               END-IF
           END-IF.

       Move-Backorders.
           MOVE ZEROS TO File-Moves.
           OPEN INPUT Backorder-File.
           IF Backorder-Found
               OPEN OUTPUT Merge-Work
               READ Backorder-File
                   AT END SET End-Of-Backorder TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Backorder
                   MOVE BO-Customer-Id TO Merge-Key
                   PERFORM Find-Merge-Pair
                   IF Pair-Found
                       MOVE MP-New-Id (Pair-Slot) TO BO-Customer-Id
                       MOVE MP-New-Name (Pair-Slot)
                           TO BO-Customer-Name
                       ADD 1 TO Backorders-Moved
                       MOVE "BACKORDER" TO Prn-Move-File
                       MOVE SPACES TO Merge-Record-Work
                       STRING "OIL " BO-Oil-Id " " BO-Trade-Date
                           DELIMITED BY SIZE INTO Merge-Record-Work
                       END-STRING
                       MOVE "MOVED" TO Prn-Move-Action
                       PERFORM Write-Move-Line
                   END-IF
                   WRITE Merge-Work-Rec FROM Backorder-Rec

                   READ Backorder-File
                       AT END SET End-Of-Backorder TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Merge-Work
               CLOSE Backorder-File

               IF File-Moves > ZEROS
                   OPEN INPUT Merge-Work
                   OPEN OUTPUT Backorder-File
                   READ Merge-Work
                       AT END SET End-Of-Merge-Work TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Merge-Work
                       WRITE Backorder-Rec FROM Merge-Work-Rec
                       READ Merge-Work
                           AT END SET End-Of-Merge-Work TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE Merge-Work
                   CLOSE Backorder-File
               END-IF
           END-IF.

       Move-Rejects.
           MOVE ZEROS TO File-Moves.
           OPEN INPUT Reject-File.
           IF Reject-Found
               OPEN OUTPUT Merge-Work
               READ Reject-File
                   AT END SET End-Of-Rejects TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Rejects
                   MOVE RJ-Customer-Id TO Merge-Key
                   PERFORM Find-Merge-Pair
                   IF Pair-Found
                       MOVE MP-New-Id (Pair-Slot) TO RJ-Customer-Id
                       MOVE MP-New-Name (Pair-Slot)
                           TO RJ-Customer-Name
                       ADD 1 TO Rejects-Moved
                       MOVE "REJECT" TO Prn-Move-File
                       MOVE SPACES TO Merge-Record-Work
                       STRING "OIL " RJ-Oil-Id " " RJ-Trade-Date
                           DELIMITED BY SIZE INTO Merge-Record-Work
                       END-STRING
                       MOVE "MOVED" TO Prn-Move-Action
                       PERFORM Write-Move-Line
                   END-IF
                   WRITE Merge-Work-Rec FROM Reject-Rec

                   READ Reject-File
                       AT END SET End-Of-Rejects TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Merge-Work
               CLOSE Reject-File

               IF File-Moves > ZEROS
                   OPEN INPUT Merge-Work
                   OPEN OUTPUT Reject-File
                   READ Merge-Work
                       AT END SET End-Of-Merge-Work TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Merge-Work
                       WRITE Reject-Rec FROM Merge-Work-Rec
                       READ Merge-Work
                           AT END SET End-Of-Merge-Work TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE Merge-Work
                   CLOSE Reject-File
               END-IF
           END-IF.

       Move-Collections.
           MOVE ZEROS TO File-Moves.
           OPEN INPUT Collections-File.
           IF Collections-Found
               OPEN OUTPUT Merge-Work
               READ Collections-File
                   AT END SET End-Of-Collections TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Collections
                   MOVE CL-Customer-Id TO Merge-Key
                   PERFORM Find-Merge-Pair
                   IF Pair-Found
                       MOVE MP-New-Id (Pair-Slot) TO CL-Customer-Id
                   END-IF

                   PERFORM Find-Survivor-Coll
                   IF Survivor-Id
                       PERFORM Hold-Survivor-Coll
                   ELSE
                       WRITE Merge-Work-Rec FROM Collections-Rec
                   END-IF

                   IF Pair-Found
                       MOVE "COLLECT" TO Prn-Move-File
                       MOVE "COLLECTIONS ROW" TO Merge-Record-Work
                       IF Surv-Coll-Found
                           ADD 1 TO Collections-Combined
                           MOVE "COMBINED WITH EXISTING ROW"
                               TO Prn-Move-Action
                       ELSE
                           ADD 1 TO Collections-Moved
                           MOVE "MOVED" TO Prn-Move-Action
                       END-IF
                       PERFORM Write-Move-Line
                   END-IF

                   READ Collections-File
                       AT END SET End-Of-Collections TO TRUE
                   END-READ
               END-PERFORM

               PERFORM VARYING Surv-Coll-I FROM 1 BY 1
                       UNTIL Surv-Coll-I > Surv-Coll-Count
                   MOVE SC-Customer-Id (Surv-Coll-I) TO CL-Customer-Id
                   MOVE SC-FC-Exempt (Surv-Coll-I) TO CL-FC-Exempt
                   MOVE SC-Notice-Level (Surv-Coll-I)
                       TO CL-Notice-Level
                   MOVE SC-Last-Notice-Date (Surv-Coll-I)
                       TO CL-Last-Notice-Date
                   MOVE SC-Last-Charge-Period (Surv-Coll-I)
                       TO CL-Last-Charge-Period
                   WRITE Merge-Work-Rec FROM Collections-Rec
               END-PERFORM

               CLOSE Merge-Work
               CLOSE Collections-File

               IF File-Moves > ZEROS
                   OPEN INPUT Merge-Work
                   OPEN OUTPUT Collections-File
                   READ Merge-Work
                       AT END SET End-Of-Merge-Work TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Merge-Work
                       WRITE Collections-Rec FROM Merge-Work-Rec
                       READ Merge-Work
                           AT END SET End-Of-Merge-Work TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE Merge-Work
                   CLOSE Collections-File
               END-IF
           END-IF.

       Find-Survivor-Coll.
           MOVE "N" TO Survivor-Id-Flag.
           PERFORM VARYING Pair-I FROM 1 BY 1
                   UNTIL Pair-I > Pair-Count OR Survivor-Id
               IF MP-New-Id (Pair-I) = CL-Customer-Id
                       AND NOT MP-Dropped (Pair-I)
                   MOVE "Y" TO Survivor-Id-Flag
               END-IF
           END-PERFORM.

           MOVE "N" TO Surv-Coll-Found-Flag.
           IF Survivor-Id
               PERFORM VARYING Surv-Coll-I FROM 1 BY 1
                       UNTIL Surv-Coll-I > Surv-Coll-Count
                           OR Surv-Coll-Found
                   IF SC-Customer-Id (Surv-Coll-I) = CL-Customer-Id
                       MOVE "Y" TO Surv-Coll-Found-Flag
                       MOVE Surv-Coll-I TO Surv-Coll-Slot
                   END-IF
               END-PERFORM
           END-IF.

       Hold-Survivor-Coll.
           IF Surv-Coll-Found
               IF CL-FC-Exempt = "Y"
                   MOVE "Y" TO SC-FC-Exempt (Surv-Coll-Slot)
               END-IF
               IF CL-Notice-Level > SC-Notice-Level (Surv-Coll-Slot)
                   MOVE CL-Notice-Level
                       TO SC-Notice-Level (Surv-Coll-Slot)
               END-IF
               IF CL-Last-Notice-Date >
                       SC-Last-Notice-Date (Surv-Coll-Slot)
                   MOVE CL-Last-Notice-Date
                       TO SC-Last-Notice-Date (Surv-Coll-Slot)
               END-IF
               IF CL-Last-Charge-Period >
                       SC-Last-Charge-Period (Surv-Coll-Slot)
                   MOVE CL-Last-Charge-Period
                       TO SC-Last-Charge-Period (Surv-Coll-Slot)
               END-IF
           ELSE
               ADD 1 TO Surv-Coll-Count
               MOVE Surv-Coll-Count TO Surv-Coll-Slot
               MOVE CL-Customer-Id TO SC-Customer-Id (Surv-Coll-Slot)
               MOVE CL-FC-Exempt TO SC-FC-Exempt (Surv-Coll-Slot)
               MOVE CL-Notice-Level TO SC-Notice-Level (Surv-Coll-Slot)
               MOVE CL-Last-Notice-Date
                   TO SC-Last-Notice-Date (Surv-Coll-Slot)
               MOVE CL-Last-Charge-Period
                   TO SC-Last-Charge-Period (Surv-Coll-Slot)
           END-IF.

       Move-Lot-Traces.
           MOVE ZEROS TO File-Moves.
           OPEN INPUT Lot-Trace-File.
           IF Lot-Trace-Found
               OPEN OUTPUT Merge-Work
               READ Lot-Trace-File
                   AT END SET End-Of-Lot-Trace TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Lot-Trace
                   MOVE LX-Customer-Id TO Merge-Key
                   PERFORM Find-Merge-Pair
                   IF Pair-Found
                       MOVE MP-New-Id (Pair-Slot) TO LX-Customer-Id
                       ADD 1 TO Lot-Traces-Moved
                       MOVE "LOTTRACE" TO Prn-Move-File
                       MOVE SPACES TO Merge-Record-Work
                       STRING "LOT " LX-Lot-Number " " LX-Invoice-Number
                           DELIMITED BY SIZE INTO Merge-Record-Work
                       END-STRING
                       MOVE "MOVED" TO Prn-Move-Action
                       PERFORM Write-Move-Line
                   END-IF
                   WRITE Merge-Work-Rec FROM Lot-Trace-Rec

                   READ Lot-Trace-File
                       AT END SET End-Of-Lot-Trace TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Merge-Work
               CLOSE Lot-Trace-File

               IF File-Moves > ZEROS
                   OPEN INPUT Merge-Work
                   OPEN OUTPUT Lot-Trace-File
                   READ Merge-Work
                       AT END SET End-Of-Merge-Work TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Merge-Work
                       WRITE Lot-Trace-Rec FROM Merge-Work-Rec
                       READ Merge-Work
                           AT END SET End-Of-Merge-Work TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE Merge-Work
                   CLOSE Lot-Trace-File
               END-IF
           END-IF.

       Print-Merge-Totals.
           MOVE "PAIRS READ                 :" TO Prn-Merge-Caption.
           MOVE Pairs-Read TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 2 LINES.
           MOVE "PAIRS REJECTED             :" TO Prn-Merge-Caption.
           MOVE Pairs-Rejected TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "MASTERS MERGED             :" TO Prn-Merge-Caption.
           MOVE Masters-Merged TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "MASTERS RENUMBERED         :" TO Prn-Merge-Caption.
           MOVE Masters-Renumbered TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "HISTORY BUCKETS MOVED      :" TO Prn-Merge-Caption.
           MOVE History-Moved TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "HISTORY BUCKETS COMBINED   :" TO Prn-Merge-Caption.
           MOVE History-Combined TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "INVOICES MOVED             :" TO Prn-Merge-Caption.
           MOVE Invoices-Moved TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "PAYMENTS MOVED             :" TO Prn-Merge-Caption.
           MOVE Payments-Moved TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "ON-ACCOUNT CREDITS MOVED   :" TO Prn-Merge-Caption.
           MOVE Credits-Moved TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "CONTRACT PRICES MOVED      :" TO Prn-Merge-Caption.
           MOVE Prices-Moved TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "CONTRACT PRICES DROPPED    :" TO Prn-Merge-Caption.
           MOVE Prices-Dropped TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "HELD TRADES MOVED          :" TO Prn-Merge-Caption.
           MOVE Held-Trades-Moved TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "BACKORDERS MOVED           :" TO Prn-Merge-Caption.
           MOVE Backorders-Moved TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "REJECTS MOVED              :" TO Prn-Merge-Caption.
           MOVE Rejects-Moved TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "COLLECTION ROWS MOVED      :" TO Prn-Merge-Caption.
           MOVE Collections-Moved TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "COLLECTION ROWS COMBINED   :" TO Prn-Merge-Caption.
           MOVE Collections-Combined TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "LOT TRACE ROWS MOVED       :" TO Prn-Merge-Caption.
           MOVE Lot-Traces-Moved TO Prn-Merge-Count.
           WRITE Merge-Print-Line FROM Merge-Caption-Line AFTER
                       ADVANCING 1 LINE.
