                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Categorized-File ASSIGN TO "CATEGORIZEDSALE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Categorized-Status.

           SELECT Non-Ess-File ASSIGN TO "NONESSENTIAL.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Stock-Status.

           SELECT Oil-Cost-File ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Cost-Status.

           SELECT Oil-Lot-File ASSIGN TO "OILLOT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Lot-Status.

           SELECT Count-Snapshot ASSIGN TO "COUNTSNAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Count-Snapshot-Status.

           SELECT Backorder-File ASSIGN TO "BACKORDER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Backorder-File-Status.
                 FILE STATUS IS GL-Map-Status.

           SELECT GL-Posting-File ASSIGN TO "GLPOSTING.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Posting-Status.

           SELECT Seen-Trade-File ASSIGN TO "SEENTRADE.TMP"
                 ORGANIZATION IS INDEXED

       FD Categorized-File.
       01 Categorized-Rec.
           88 End-Of-Categorized   VALUE HIGH-VALUES.
           02  CR-Customer-Id              PIC X(5).
           02  CR-Oil-Id                   PIC X(3).
           02  CR-Unit-Size                PIC 99.
           02  CR-Run-Number               PIC 9(6).
           02  CR-Price-Flag               PIC X.
           02  CR-Tax-Amount               PIC S9(5)V99.
           02  CR-Cost-Amount              PIC S9(6)V99.
           02  CR-Lot-Usage OCCURS 3 TIMES.
               03  CR-Lot-Number           PIC X(10).
               03  CR-Lot-Qty              PIC 999.

       FD Product-Master.
       01 Product-Master-Rec.
           02  OS-Oil-Number               PIC 99.
           02  OS-On-Hand                  PIC 9(6).
           02  OS-Reorder-Point            PIC 9(5).
           02  OS-Order-Qty                PIC 9(5).

       FD Oil-Cost-File.
       01 Oil-Cost-Rec.
           88 End-Of-Oil-Cost      VALUE HIGH-VALUES.
           02  OC-Oil-Number               PIC 99.
           02  OC-Avg-Unit-Cost            PIC 9(4)V9999.
           02  OC-Last-Receipt-Date        PIC 9(8).

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

       FD Count-Snapshot.
       01 Count-Snapshot-Rec.
           88 End-Of-Count-Snapshot VALUE HIGH-VALUES.
           02  CS-Oil-Number               PIC 99.
           02  CS-Frozen-Qty               PIC 9(6).
           02  CS-Freeze-Date              PIC 9(8).
           02  CS-Avg-Unit-Cost            PIC 9(4)V9999.
           02  CS-Counted-Qty              PIC 9(6).
           02  CS-Reason-Code              PIC X(2).
           02  CS-Count-Status             PIC X.

       FD Backorder-File.
       01 Backorder-Rec.
       01  Oil-Stock-Status             PIC XX.
           88  Oil-Stock-File-Found        VALUE "00".

       01  Oil-Cost-Status              PIC XX.
           88  Oil-Cost-File-Found         VALUE "00".

       01  Count-Snapshot-Status        PIC XX.
           88  Count-Snapshot-Found        VALUE "00".

       01  Oil-Lot-Status               PIC XX.
           88  Oil-Lot-File-Found          VALUE "00".

       01  Categorized-Status           PIC XX.
           88  Categorized-Found           VALUE "00".

       01  GL-Posting-Status            PIC XX.
           88  GL-Posting-Missing          VALUE "35".

       01  Lot-Control.
           02  Lots-Loaded-Flag          PIC X VALUE "N".
               88  Lots-Loaded            VALUE "Y".
           02  Lot-Table-Full-Flag       PIC X VALUE "N".
               88  Lot-Table-Full         VALUE "Y".
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
           02  Lot-Best                  PIC 9(4).
           02  Lot-Best-Expiry           PIC 9(8).
           02  Lot-Expiry-Work           PIC 9(8).
           02  Lot-Slot                  PIC 9.
           02  Lot-Units-Left            PIC 999.
           02  Lot-Units-Taken           PIC 999.

       01  Prior-Lot-Control.
           02  Prior-Lot-Count           PIC 9(4) VALUE ZEROS.
           02  Prior-Lot-I               PIC 9(4).
           02  Prior-Lot-Found           PIC 9(4).
           02  Prior-Lot-Entry OCCURS 2000 TIMES.
               03  PLT-Trade-Key.
                   04  PLT-Customer-Id   PIC X(5).
                   04  PLT-Oil-Id        PIC X(3).
                   04  PLT-Unit-Size     PIC 99.
                   04  PLT-Units-Sold    PIC 999.
                   04  PLT-Trade-Date    PIC 9(8).
                   04  PLT-Trans-Type    PIC X.
               03  PLT-Used-Flag         PIC X.
                   88  PLT-Used           VALUE "Y".
               03  PLT-Lot-Usage OCCURS 3 TIMES.
                   04  PLT-Lot-Number    PIC X(10).
                   04  PLT-Lot-Qty       PIC 999.

       01  Prior-Trade-Key.
           02  PTK-Customer-Id           PIC X(5).
           02  PTK-Oil-Id                PIC X(3).
           02  PTK-Unit-Size             PIC 99.
           02  PTK-Units-Sold            PIC 999.
           02  PTK-Trade-Date            PIC 9(8).
           02  PTK-Trans-Type            PIC X.

       01  Oil-Count-Open-Table.
           02  Oil-Count-Open PIC X OCCURS 99 TIMES VALUE "N".

       01  Oil-Avg-Cost-Table.
           02  Oil-Avg-Cost PIC 9(4)V9999 OCCURS 99 TIMES
                                               VALUE ZEROS.

       01  Oil-Cost-Sold-Table.
           02  Oil-Cost-Sold PIC S9(7)V99 OCCURS 99 TIMES
                                               VALUE ZEROS.

       01  Stock-Control.
           02  Stock-Loaded-Flag         PIC X VALUE "N".
               88  Stock-Loaded           VALUE "Y".
               03  Stock-Present         PIC X.
               03  Stock-On-Hand         PIC 9(6).
               03  Stock-Reorder-Point   PIC 9(5).
               03  Stock-Order-Qty       PIC 9(5).

       01  Backorder-Switches.
           02  Backorder-Flag            PIC X VALUE "N".
       01  Temp-Variables.
           02  Trade-Qty-Sold          PIC 99999.
           02  Value-Of-Trade          PIC S9(6)V99.
           02  Cost-Of-Trade           PIC S9(6)V99.
           02  Signed-Units            PIC S9(3).
           02  Prev-Cust-Id            PIC X(5).
           02  Prev-Cust-Name          PIC X(20) VALUE SPACES.
           02  Prn-Prod-Dropped         PIC ZZ9.
           02  FILLER                   PIC X(8) VALUE " SKIPPED".

       01  Recon-Lot-Full-Line          PIC X(48) VALUE
               "NOTE: LOT TABLE FULL - LOT ALLOCATION NOT DONE".

       01  Recon-Status-Line           PIC X(40).

       01  Quantity-Limits.
           ACCEPT Run-Start-Time FROM TIME.
           PERFORM Load-Parm-Card.
           PERFORM Load-Product-Master.
           PERFORM Load-Oil-Cost.
           PERFORM Load-Open-Counts.
           PERFORM Load-GL-Map.
           IF Reprint-Mode
               PERFORM Check-Reprint-Allowed
               PERFORM Load-Prior-Lot-Usage
           ELSE
               PERFORM Load-Oil-Stock
               PERFORM Load-Oil-Lots
               PERFORM Read-Checkpoint
           END-IF.
           PERFORM Assign-Run-Number.
               PERFORM Rewrite-Oil-Stock
           END-IF.

           IF Lots-Loaded
               PERFORM Rewrite-Oil-Lots
           END-IF.

           IF NOT Reprint-Mode
               PERFORM Write-Run-Log-Trailer
               IF NOT Still-Skipping
               CLOSE Product-Master
           END-IF.

       Load-Oil-Cost.
           OPEN INPUT Oil-Cost-File.
           IF Oil-Cost-File-Found
               READ Oil-Cost-File
                   AT END SET End-Of-Oil-Cost TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Oil-Cost
                   IF OC-Oil-Number >= 01 AND OC-Oil-Number <= 99
                           AND OC-Avg-Unit-Cost NUMERIC
                       MOVE OC-Avg-Unit-Cost TO
                               Oil-Avg-Cost (OC-Oil-Number)
                   END-IF

                   READ Oil-Cost-File
                       AT END SET End-Of-Oil-Cost TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Oil-Cost-File
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
                       MOVE "Y" TO Lot-Table-Full-Flag
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

       Load-Prior-Lot-Usage.
           OPEN INPUT Categorized-File.
           IF Categorized-Found
               READ Categorized-File
                   AT END SET End-Of-Categorized TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Categorized
                   IF CR-Lot-Number (1) NOT = SPACES
                       IF Prior-Lot-Count < 2000
                           ADD 1 TO Prior-Lot-Count
                           MOVE CR-Customer-Id TO
                                   PLT-Customer-Id (Prior-Lot-Count)
                           MOVE CR-Oil-Id TO
                                   PLT-Oil-Id (Prior-Lot-Count)
                           MOVE CR-Unit-Size TO
                                   PLT-Unit-Size (Prior-Lot-Count)
                           MOVE CR-Units-Sold TO
                                   PLT-Units-Sold (Prior-Lot-Count)
                           MOVE CR-Trade-Date TO
                                   PLT-Trade-Date (Prior-Lot-Count)
                           MOVE CR-Trans-Type TO
                                   PLT-Trans-Type (Prior-Lot-Count)
                           MOVE "N" TO PLT-Used-Flag (Prior-Lot-Count)
                           PERFORM VARYING Lot-Slot FROM 1 BY 1
                                   UNTIL Lot-Slot > 3
                               MOVE CR-Lot-Number (Lot-Slot) TO
                                   PLT-Lot-Number (Prior-Lot-Count
                                                   Lot-Slot)
                               MOVE CR-Lot-Qty (Lot-Slot) TO
                                   PLT-Lot-Qty (Prior-Lot-Count
                                                Lot-Slot)
                           END-PERFORM
                       ELSE
                           MOVE "Y" TO Reprint-Refused-Flag
                       END-IF
                   END-IF

                   READ Categorized-File
                       AT END SET End-Of-Categorized TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Categorized-File
           END-IF.

           IF Reprint-Refused
               OPEN EXTEND Exception-Report
               MOVE "LOT USAGE TABLE FULL - REPRINT REFUSED"
                   TO Exception-Line
               WRITE Exception-Line
               CLOSE Exception-Report
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       Restore-Prior-Lot-Usage.
           MOVE LF-Customer-Id TO PTK-Customer-Id.
           MOVE LF-Oil-Id      TO PTK-Oil-Id.
           MOVE LF-Unit-Size   TO PTK-Unit-Size.
           MOVE LF-Units-Sold  TO PTK-Units-Sold.
           MOVE LF-Trade-Date  TO PTK-Trade-Date.
           MOVE LF-Trans-Type  TO PTK-Trans-Type.

           MOVE ZEROS TO Prior-Lot-Found.
           PERFORM VARYING Prior-Lot-I FROM 1 BY 1
                   UNTIL Prior-Lot-I > Prior-Lot-Count
                       OR Prior-Lot-Found > ZEROS
               IF PLT-Trade-Key (Prior-Lot-I) = Prior-Trade-Key
                       AND NOT PLT-Used (Prior-Lot-I)
                   MOVE Prior-Lot-I TO Prior-Lot-Found
               END-IF
           END-PERFORM.

           IF Prior-Lot-Found > ZEROS
               MOVE "Y" TO PLT-Used-Flag (Prior-Lot-Found)
               PERFORM VARYING Lot-Slot FROM 1 BY 1 UNTIL Lot-Slot > 3
                   MOVE PLT-Lot-Number (Prior-Lot-Found Lot-Slot)
                           TO CR-Lot-Number (Lot-Slot)
                   MOVE PLT-Lot-Qty (Prior-Lot-Found Lot-Slot)
                           TO CR-Lot-Qty (Lot-Slot)
               END-PERFORM
           END-IF.

       Allocate-Trade-Lots.
           PERFORM VARYING Lot-Slot FROM 1 BY 1 UNTIL Lot-Slot > 3
               MOVE SPACES TO CR-Lot-Number (Lot-Slot)
               MOVE ZEROS  TO CR-Lot-Qty (Lot-Slot)
           END-PERFORM.

           IF Reprint-Mode
               PERFORM Restore-Prior-Lot-Usage
           END-IF.

           IF Lots-Loaded AND NOT LF-Return-Trade
               MOVE LF-Units-Sold TO Lot-Units-Left
               MOVE ZEROS TO Lot-Slot
               MOVE 1 TO Lot-Best
               PERFORM UNTIL Lot-Units-Left = ZEROS
                       OR Lot-Slot = 3
                       OR Lot-Best = ZEROS
                   PERFORM Find-First-Expiring-Lot
                   IF Lot-Best > ZEROS
                       IF LTT-Qty-On-Hand (Lot-Best) < Lot-Units-Left
                           MOVE LTT-Qty-On-Hand (Lot-Best)
                                   TO Lot-Units-Taken
                       ELSE
                           MOVE Lot-Units-Left TO Lot-Units-Taken
                       END-IF
                       SUBTRACT Lot-Units-Taken FROM
                               LTT-Qty-On-Hand (Lot-Best)
                       SUBTRACT Lot-Units-Taken FROM Lot-Units-Left
                       ADD 1 TO Lot-Slot
                       MOVE LTT-Lot-Number (Lot-Best)
                               TO CR-Lot-Number (Lot-Slot)
                       MOVE Lot-Units-Taken TO CR-Lot-Qty (Lot-Slot)
                   END-IF
               END-PERFORM
           END-IF.

       Find-First-Expiring-Lot.
           MOVE ZEROS TO Lot-Best.
           MOVE 99999999 TO Lot-Best-Expiry.

           PERFORM VARYING Lot-I FROM 1 BY 1 UNTIL Lot-I > Lot-Count
               IF LTT-Oil-Number (Lot-I) = LF-Oil-Number
                       AND LTT-Qty-On-Hand (Lot-I) > ZEROS
                       AND (LTT-Expiry-Date (Lot-I) = ZEROS
                           OR LTT-Expiry-Date (Lot-I) >= Run-Date-Stamp)
                   IF LTT-Expiry-Date (Lot-I) = ZEROS
                       MOVE 99999999 TO Lot-Expiry-Work
                   ELSE
                       MOVE LTT-Expiry-Date (Lot-I) TO Lot-Expiry-Work
                   END-IF
                   IF Lot-Best = ZEROS
                           OR Lot-Expiry-Work < Lot-Best-Expiry
                       MOVE Lot-I TO Lot-Best
                       MOVE Lot-Expiry-Work TO Lot-Best-Expiry
                   END-IF
               END-IF
           END-PERFORM.

       Load-Open-Counts.
           OPEN INPUT Count-Snapshot.
           IF Count-Snapshot-Found
               READ Count-Snapshot
                   AT END SET End-Of-Count-Snapshot TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Count-Snapshot
                   IF CS-Oil-Number >= 01 AND CS-Oil-Number <= 99
                       MOVE "Y" TO Oil-Count-Open (CS-Oil-Number)
                   END-IF

                   READ Count-Snapshot
                       AT END SET End-Of-Count-Snapshot TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Count-Snapshot
           END-IF.

       Find-Product.
           MOVE "N" TO Prod-Found-Flag.
           MOVE ZEROS TO Prod-Slot.
                       WHEN "O"
                       WHEN "N"
                       WHEN "T"
                       WHEN "G"
                       WHEN "I"
                           IF GL-Map-Count < 100
                               ADD 1 TO GL-Map-Count
                               MOVE GM-Map-Type TO
           WRITE GL-Posting-Rec.

       Write-GL-Posting.
           OPEN EXTEND GL-Posting-File.
           IF GL-Posting-Missing
               OPEN OUTPUT GL-Posting-File
           END-IF.
           MOVE ZEROS TO GL-AR-Total.

           PERFORM VARYING GL-J FROM 1 BY 1 UNTIL GL-J > 99
               END-IF
           END-PERFORM.

           PERFORM VARYING GL-J FROM 1 BY 1 UNTIL GL-J > 99
               IF Oil-Cost-Sold (GL-J) NOT = ZERO
                   MOVE GL-J TO GL-Oil-Number
                   MOVE "G" TO GL-Lookup-Type
                   MOVE GL-Oil-Number-X TO GL-Map-Key-Work
                   PERFORM Find-GL-Account
                   MOVE Oil-Cost-Sold (GL-J) TO GL-Net-Amount
                   MOVE "D" TO GL-Normal-Side
                   MOVE SPACES TO GL-Line-Desc
                   STRING "COST OF SALES " GL-Oil-Number-X
                       DELIMITED BY SIZE INTO GL-Line-Desc
                   PERFORM Write-GL-Line

                   MOVE "I" TO GL-Lookup-Type
                   PERFORM Find-GL-Account
                   MOVE "C" TO GL-Normal-Side
                   MOVE SPACES TO GL-Line-Desc
                   STRING "INVENTORY OIL " GL-Oil-Number-X
                       DELIMITED BY SIZE INTO GL-Line-Desc
                   PERFORM Write-GL-Line
               END-IF
           END-PERFORM.

           IF GL-AR-Total NOT = ZERO
               MOVE AR-Account TO GL-Found-Account
               MOVE GL-AR-Total TO GL-Net-Amount
                   MOVE "N"   TO Stock-Present (Stock-I)
                   MOVE ZEROS TO Stock-On-Hand (Stock-I)
                   MOVE ZEROS TO Stock-Reorder-Point (Stock-I)
                   MOVE ZEROS TO Stock-Order-Qty (Stock-I)
               END-PERFORM

               READ Oil-Stock-File
                               Stock-On-Hand (OS-Oil-Number)
                       MOVE OS-Reorder-Point TO
                               Stock-Reorder-Point (OS-Oil-Number)
                       IF OS-Order-Qty NUMERIC
                           MOVE OS-Order-Qty TO
                                   Stock-Order-Qty (OS-Oil-Number)
                       END-IF
                   END-IF

                   READ Oil-Stock-File
                   MOVE Stock-On-Hand (Stock-I) TO OS-On-Hand
                   MOVE Stock-Reorder-Point (Stock-I)
                                           TO OS-Reorder-Point
                   MOVE Stock-Order-Qty (Stock-I) TO OS-Order-Qty
                   WRITE Oil-Stock-Rec
               END-IF
           END-PERFORM.
               MOVE "O" TO Run-Status-Flag
           END-IF.

           IF Lot-Table-Full
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF Recon-Wanted
               PERFORM Write-Recon-Section
           END-IF.
                                               ADVANCING 1 LINE
           END-IF.

           IF Lot-Table-Full
               WRITE Print-Line FROM Recon-Lot-Full-Line AFTER
                                               ADVANCING 1 LINE
           END-IF.

           WRITE Print-Line FROM Recon-Status-Line AFTER ADVANCING 1
                                               LINE.

               END-IF
           END-IF.

           IF Record-Is-Valid AND Essential-Oil
                   AND Oil-Count-Open (TF-Oil-Name) = "Y"
               MOVE "N" TO Record-Valid-Flag
               MOVE "COUNT IN PROGRES" TO EX-Reason
               MOVE "12" TO EX-Reason-Code
               PERFORM Write-Exception-Line
           END-IF.

       Write-Reject-Record.
           MOVE Trade-Record   TO RJ-Trade-Image.
           MOVE EX-Reason-Code TO RJ-Reason-Code.
           MOVE LF-Trade-Date TO Val-Date.
           PERFORM Value-One-Trade.

           COMPUTE Cost-Of-Trade ROUNDED =
               Oil-Avg-Cost (LF-Oil-Number) * LF-Units-Sold.

           MOVE LF-Units-Sold TO Signed-Units.
           IF LF-Return-Trade
               COMPUTE Signed-Units = 0 - LF-Units-Sold
               COMPUTE Value-Of-Trade = 0 - Value-Of-Trade
               COMPUTE Discount-Amount = 0 - Discount-Amount
               COMPUTE Cost-Of-Trade = 0 - Cost-Of-Trade
           END-IF.
           ADD Discount-Amount TO Total-Discount-Given.

               MOVE SPACE TO CR-Price-Flag
           END-IF.
           MOVE Tax-Amount       TO CR-Tax-Amount.
           MOVE Cost-Of-Trade    TO CR-Cost-Amount.
           PERFORM Allocate-Trade-Lots.
           WRITE Categorized-Rec.

           ADD Signed-Units TO Oil-Units-Sold (LF-Oil-Number).
           ADD Value-Of-Trade TO Oil-Value-Sold (LF-Oil-Number).
           ADD Cost-Of-Trade TO Oil-Cost-Sold (LF-Oil-Number).

           MOVE LF-Customer-Id   TO Extract-Customer-Id.
           MOVE LF-Customer-Name TO Extract-Customer-Name.
