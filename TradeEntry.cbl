       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TradeEntry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Trade-File ASSIGN TO "TRADE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Trade-File-Status.

           SELECT Customer-Master ASSIGN TO "CUSTOMER.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CM-Customer-Id
                 FILE STATUS IS Customer-Master-Status.

           SELECT Product-Master ASSIGN TO "PRODUCT.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PM-Product-Id
                 FILE STATUS IS Product-Master-Status.

           SELECT Oil-Stock-File ASSIGN TO "OILSTOCK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Stock-Status.

           SELECT Period-Control-File ASSIGN TO "PERIODCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Period-Control-Status.

           SELECT Count-Snapshot ASSIGN TO "COUNTSNAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Count-Snapshot-Status.

           SELECT Entry-Report ASSIGN TO "TRADEENTRY.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Trade-File.
       01 Trade-Record.
           02  TF-Customer-Id              PIC X(5).
           02  TF-Customer-Name            PIC X(20).
           02  TF-Oil-Id.
               03  TF-Oil-Category         PIC X.
               03  TF-Oil-Name             PIC 99.
           02  TF-Unit-Size                PIC 99.
           02  TF-Units-Sold               PIC 999.
           02  TF-Trade-Date               PIC 9(8).
           02  TF-Trans-Type               PIC X.

       FD Customer-Master.
       01 Customer-Master-Rec.
           02  CM-Customer-Id              PIC X(5).
           02  CM-Customer-Name            PIC X(20).
           02  CM-Rep-Code                 PIC X(3).
           02  CM-Credit-Limit             PIC 9(7)V99.
           02  CM-Curr-Balance             PIC S9(7)V99.
           02  CM-Tax-Juris                PIC X(2).
           02  CM-Tax-Exempt               PIC X.

       FD Product-Master.
       01 Product-Master-Rec.
           88 End-Of-Product-Master VALUE HIGH-VALUES.
           02  PM-Product-Id.
               03  PM-Category             PIC X.
               03  PM-Product-Number       PIC 99.
           02  PM-Product-Name             PIC X(15).
           02  PM-Min-Unit-Size            PIC 99.
           02  PM-Max-Unit-Size            PIC 99.
           02  PM-Base-Price               PIC 99V99.
           02  PM-Active-Flag              PIC X.
               88  PM-Product-Inactive     VALUE "I".

       FD Oil-Stock-File.
       01 Oil-Stock-Rec.
           88 End-Of-Oil-Stock     VALUE HIGH-VALUES.
           02  OS-Oil-Number               PIC 99.
           02  OS-On-Hand                  PIC 9(6).
           02  OS-Reorder-Point            PIC 9(5).
           02  OS-Order-Qty                PIC 9(5).

       FD Period-Control-File.
       01 Period-Control-Rec.
           88 End-Of-Period-Control VALUE HIGH-VALUES.
           02  PD-Period                   PIC 9(6).
           02  PD-Status                   PIC X.
               88  PD-Period-Closed        VALUE "C".

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

       FD Entry-Report.
       01 Entry-Print-Line                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  Trade-File-Status            PIC XX.
           88  Trade-File-Missing          VALUE "35".

       01  Customer-Master-Status       PIC XX.
           88  Customer-Master-OK          VALUE "00".

       01  Product-Master-Status        PIC XX.
           88  Product-Master-OK           VALUE "00".

       01  Oil-Stock-Status             PIC XX.
           88  Oil-Stock-File-Found        VALUE "00".

       01  Period-Control-Status        PIC XX.
           88  Period-Control-Usable       VALUE "00".

       01  Count-Snapshot-Status        PIC XX.
           88  Count-Snapshot-Found        VALUE "00".

       01  Master-Switches.
           02  Cust-Master-Open-Flag     PIC X VALUE "N".
               88  Cust-Master-Open       VALUE "Y".
           02  Prod-Master-Open-Flag     PIC X VALUE "N".
               88  Prod-Master-Open       VALUE "Y".

       01  Run-Date-Stamp               PIC 9(8).

       01  Trade-Limits.
           02  Min-Unit-Size             PIC 99  VALUE 01.
           02  Max-Unit-Size             PIC 99  VALUE 50.
           02  Min-Units-Sold            PIC 999 VALUE 001.
           02  Max-Units-Sold            PIC 999 VALUE 500.
           02  Min-Oil-Code              PIC 99  VALUE 01.
           02  Max-Oil-Code              PIC 99  VALUE 00.

       01  Stock-Control.
           02  Stock-Loaded-Flag         PIC X VALUE "N".
               88  Stock-Loaded           VALUE "Y".
           02  Stock-I                   PIC 999.
           02  Stock-Entry OCCURS 99 TIMES.
               03  Stock-Present         PIC X.
               03  Stock-On-Hand         PIC 9(6).
               03  Stock-Batch-Units     PIC 9(6).
               03  Stock-Count-Open      PIC X.

       01  Closed-Period-Table.
           02  Closed-Period-Count       PIC 999 VALUE ZEROS.
           02  Closed-Period-Entry OCCURS 120 TIMES.
               03  CLP-Period            PIC 9(6).
           02  Period-I                  PIC 999.
           02  Trade-Period-Work         PIC 9(6).
           02  Closed-Period-Flag        PIC X.
               88  Trade-Period-Closed    VALUE "Y".

       01  Entry-Switches.
           02  End-Of-Entry-Flag         PIC X VALUE "N".
               88  End-Of-Entry           VALUE "Y".
           02  Field-OK-Flag             PIC X.
               88  Field-OK               VALUE "Y".
           02  Line-Valid-Flag           PIC X.
               88  Line-Is-Valid          VALUE "Y".

       01  Entry-Fields.
           02  Entry-Customer-Id         PIC X(5).
           02  Entry-Oil-Id              PIC X(3).
           02  Entry-Oil-Split REDEFINES Entry-Oil-Id.
               03  Entry-Oil-Category    PIC X.
               03  Entry-Oil-Number      PIC 99.
           02  Entry-Numeric             PIC X(8) JUSTIFIED RIGHT.
           02  Entry-Number-Work         PIC 9(8).
           02  Entry-Unit-Size           PIC 99.
           02  Entry-Units               PIC 999.
           02  Entry-Trade-Date          PIC 9(8).
           02  Entry-Date-Split REDEFINES Entry-Trade-Date.
               03  Entry-Trade-Year      PIC 9(4).
               03  Entry-Trade-Month     PIC 99.
               03  Entry-Trade-Day       PIC 99.
           02  Entry-Trans-Type          PIC X.
               88  Entry-Valid-Trans      VALUE "S" "R" " ".
               88  Entry-Return           VALUE "R".
           02  Entry-Answer              PIC X.
           02  Entry-Message             PIC X(40).

       01  Entry-Work-Fields.
           02  Available-Credit          PIC S9(7)V99.
           02  Available-Stock           PIC S9(7).
           02  Entry-Cust-Name           PIC X(20).

       01  Batch-Totals.
           02  Batch-Lines               PIC 9(5) VALUE ZEROS.
           02  Batch-Units               PIC 9(7) VALUE ZEROS.
           02  Lines-Refused             PIC 9(5) VALUE ZEROS.
           02  Lines-Cancelled           PIC 9(5) VALUE ZEROS.

       01  Display-Fields.
           02  Dsp-Money                 PIC $$,$$$,$$9.99-.
           02  Dsp-Qty                   PIC Z,ZZZ,ZZ9-.
           02  Dsp-Size                  PIC Z9.
           02  Dsp-Count                 PIC ZZ,ZZ9.

       01  Entry-Heading-Line.
           02  FILLER                 PIC X(30) VALUE
               "TRADE ENTRY BATCH       DATE ".
           02  Prn-Entry-Date         PIC 9(4)/99/99.

       01  Entry-Topic-Line.
           02  FILLER                 PIC X(7) VALUE "CUST".
           02  FILLER                 PIC X(21) VALUE "NAME".
           02  FILLER                 PIC X(5) VALUE "OIL".
           02  FILLER                 PIC X(6) VALUE "SIZE".
           02  FILLER                 PIC X(6) VALUE "UNITS".
           02  FILLER                 PIC X(12) VALUE " TRADE DATE".
           02  FILLER                 PIC X(4) VALUE "TYPE".

       01  Entry-Detail-Line.
           02  Prn-Ent-Cust-Id        PIC X(5).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Ent-Cust-Name      PIC X(20).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Ent-Oil-Id         PIC X(3).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Ent-Size           PIC Z9.
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Ent-Units          PIC ZZ9.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Ent-Date           PIC 9(4)/99/99.
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Ent-Type           PIC X.

       01  Entry-Totals-Line.
           02  FILLER                 PIC X(16) VALUE
               "BATCH COUNT    :".
           02  Prn-Batch-Lines        PIC ZZ,ZZ9.
           02  FILLER                 PIC X(10) VALUE "  UNITS :".
           02  Prn-Batch-Units        PIC Z,ZZZ,ZZ9.
           02  FILLER                 PIC X(12) VALUE "  REFUSED :".
           02  Prn-Lines-Refused      PIC ZZ,ZZ9.
           02  FILLER                 PIC X(8) VALUE "  CANC :".
           02  Prn-Lines-Cancelled    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Enter-Trade-Batch.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.

           PERFORM Load-Oil-Stock.
           PERFORM Load-Open-Counts.
           PERFORM Load-Period-Control.

           OPEN INPUT Customer-Master.
           IF Customer-Master-OK
               MOVE "Y" TO Cust-Master-Open-Flag
           END-IF.
           OPEN INPUT Product-Master.
           IF Product-Master-OK
               MOVE "Y" TO Prod-Master-Open-Flag
               PERFORM Load-Oil-Code-Range
           END-IF.

           IF NOT Cust-Master-Open OR NOT Prod-Master-Open
               DISPLAY "CUSTOMER.MST OR PRODUCT.MST NOT AVAILABLE - "
                       "ENTRY NOT STARTED"
               IF Cust-Master-Open
                   CLOSE Customer-Master
               END-IF
               IF Prod-Master-Open
                   CLOSE Product-Master
               END-IF
               STOP RUN
           END-IF.

           OPEN EXTEND Trade-File.
           IF Trade-File-Missing
               OPEN OUTPUT Trade-File
           END-IF.

           OPEN OUTPUT Entry-Report.
           MOVE Run-Date-Stamp TO Prn-Entry-Date.
           WRITE Entry-Print-Line FROM Entry-Heading-Line AFTER
                       ADVANCING 1 LINE.
           WRITE Entry-Print-Line FROM Entry-Topic-Line AFTER
                       ADVANCING 2 LINES.

           DISPLAY "AROMAMORA TRADE ENTRY - BLANK CUSTOMER ENDS BATCH".

           PERFORM UNTIL End-Of-Entry
               PERFORM Enter-One-Trade
           END-PERFORM.

           MOVE Batch-Lines     TO Prn-Batch-Lines.
           MOVE Batch-Units     TO Prn-Batch-Units.
           MOVE Lines-Refused   TO Prn-Lines-Refused.
           MOVE Lines-Cancelled TO Prn-Lines-Cancelled.
           WRITE Entry-Print-Line FROM Entry-Totals-Line AFTER
                       ADVANCING 2 LINES.

           MOVE Batch-Lines TO Dsp-Count.
           MOVE Batch-Units TO Dsp-Qty.
           DISPLAY "BATCH CLOSED - LINES " Dsp-Count
                   "   UNITS " Dsp-Qty.
           DISPLAY "CHECK THESE TOTALS AGAINST THE ORDER PAPERWORK".

           CLOSE Trade-File.
           CLOSE Entry-Report.
           CLOSE Customer-Master.
           CLOSE Product-Master.

           STOP RUN.

       Load-Oil-Code-Range.
           READ Product-Master NEXT RECORD
               AT END SET End-Of-Product-Master TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Product-Master
               IF PM-Category = "E"
                       AND PM-Product-Number NUMERIC
                       AND PM-Product-Number > Max-Oil-Code
                   MOVE PM-Product-Number TO Max-Oil-Code
               END-IF

               READ Product-Master NEXT RECORD
                   AT END SET End-Of-Product-Master TO TRUE
               END-READ
           END-PERFORM.

       Load-Oil-Stock.
           PERFORM VARYING Stock-I FROM 1 BY 1 UNTIL Stock-I > 99
               MOVE "N"   TO Stock-Present (Stock-I)
               MOVE ZEROS TO Stock-On-Hand (Stock-I)
               MOVE ZEROS TO Stock-Batch-Units (Stock-I)
               MOVE "N"   TO Stock-Count-Open (Stock-I)
           END-PERFORM.

           OPEN INPUT Oil-Stock-File.
           IF Oil-Stock-File-Found
               READ Oil-Stock-File
                   AT END SET End-Of-Oil-Stock TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Oil-Stock
                   IF OS-Oil-Number >= 01 AND OS-Oil-Number <= 99
                       MOVE "Y" TO Stock-Present (OS-Oil-Number)
                       MOVE OS-On-Hand TO
                               Stock-On-Hand (OS-Oil-Number)
                   END-IF

                   READ Oil-Stock-File
                       AT END SET End-Of-Oil-Stock TO TRUE
                   END-READ
               END-PERFORM

               MOVE "Y" TO Stock-Loaded-Flag
               CLOSE Oil-Stock-File
           END-IF.

       Load-Open-Counts.
           OPEN INPUT Count-Snapshot.
           IF Count-Snapshot-Found
               READ Count-Snapshot
                   AT END SET End-Of-Count-Snapshot TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Count-Snapshot
                   IF CS-Oil-Number >= 01 AND CS-Oil-Number <= 99
                       MOVE "Y" TO Stock-Count-Open (CS-Oil-Number)
                   END-IF

                   READ Count-Snapshot
                       AT END SET End-Of-Count-Snapshot TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Count-Snapshot
           END-IF.

       Load-Period-Control.
           OPEN INPUT Period-Control-File.
           IF Period-Control-Usable
               READ Period-Control-File
                   AT END SET End-Of-Period-Control TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Period-Control
                   IF PD-Period-Closed AND Closed-Period-Count < 120
                       ADD 1 TO Closed-Period-Count
                       MOVE PD-Period TO
                               CLP-Period (Closed-Period-Count)
                   END-IF

                   READ Period-Control-File
                       AT END SET End-Of-Period-Control TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Period-Control-File
           END-IF.

       Enter-One-Trade.
           MOVE "N" TO Field-OK-Flag.
           PERFORM UNTIL Field-OK OR End-Of-Entry
               PERFORM Enter-Customer
           END-PERFORM.

           IF NOT End-Of-Entry
               MOVE "N" TO Field-OK-Flag
               PERFORM UNTIL Field-OK
                   PERFORM Enter-Oil
               END-PERFORM

               PERFORM Enter-Line-Details
               PERFORM Validate-Entry-Line

               IF Line-Is-Valid
                   PERFORM Confirm-Entry-Line
               ELSE
                   ADD 1 TO Lines-Refused
                   DISPLAY "LINE REFUSED - " Entry-Message
               END-IF
           END-IF.

       Enter-Customer.
           MOVE SPACES TO Entry-Customer-Id.
           DISPLAY "CUSTOMER ID    : " WITH NO ADVANCING.
           ACCEPT Entry-Customer-Id.

           IF Entry-Customer-Id = SPACES
               MOVE "Y" TO End-Of-Entry-Flag
           ELSE
               MOVE Entry-Customer-Id TO CM-Customer-Id
               READ Customer-Master
                   INVALID KEY
                       DISPLAY "  CUSTOMER NOT ON FILE - RE-ENTER"
                   NOT INVALID KEY
                       MOVE "Y" TO Field-OK-Flag
                       MOVE CM-Customer-Name TO Entry-Cust-Name
                       COMPUTE Available-Credit =
                           CM-Credit-Limit - CM-Curr-Balance
                       DISPLAY "  " CM-Customer-Name
                       MOVE CM-Curr-Balance TO Dsp-Money
                       DISPLAY "  BALANCE          " Dsp-Money
                       MOVE Available-Credit TO Dsp-Money
                       DISPLAY "  AVAILABLE CREDIT " Dsp-Money
                       IF Available-Credit <= ZEROS
                           DISPLAY "  ** CREDIT LIMIT REACHED - "
                                   "SALES WILL BE HELD **"
                       END-IF
               END-READ
           END-IF.

       Enter-Oil.
           MOVE SPACES TO Entry-Oil-Id.
           DISPLAY "OIL ID (E05)   : " WITH NO ADVANCING.
           ACCEPT Entry-Oil-Id.

           MOVE Entry-Oil-Id TO PM-Product-Id.
           READ Product-Master
               INVALID KEY
                   DISPLAY "  PRODUCT NOT ON FILE - RE-ENTER"
               NOT INVALID KEY
                   IF PM-Product-Inactive
                       DISPLAY "  PRODUCT INACTIVE - RE-ENTER"
                   ELSE
                       MOVE "Y" TO Field-OK-Flag
                       PERFORM Show-Oil-Details
                   END-IF
           END-READ.

       Show-Oil-Details.
           DISPLAY "  " PM-Product-Name.
           IF PM-Max-Unit-Size > ZEROS
               MOVE PM-Min-Unit-Size TO Dsp-Size
               DISPLAY "  UNIT SIZES     " Dsp-Size " TO "
                   WITH NO ADVANCING
               MOVE PM-Max-Unit-Size TO Dsp-Size
               DISPLAY Dsp-Size
           END-IF.

           IF Entry-Oil-Category = "E"
                   AND Entry-Oil-Number NUMERIC
                   AND Entry-Oil-Number >= 01
               IF Stock-Loaded
                       AND Stock-Present (Entry-Oil-Number) = "Y"
                   COMPUTE Available-Stock =
                       Stock-On-Hand (Entry-Oil-Number)
                       - Stock-Batch-Units (Entry-Oil-Number)
                   MOVE Stock-On-Hand (Entry-Oil-Number) TO Dsp-Qty
                   DISPLAY "  ON HAND        " Dsp-Qty
                   MOVE Available-Stock TO Dsp-Qty
                   DISPLAY "  AFTER BATCH    " Dsp-Qty
               ELSE
                   DISPLAY "  NO STOCK RECORD FOR THIS OIL"
               END-IF
               IF Stock-Count-Open (Entry-Oil-Number) = "Y"
                   DISPLAY "  ** STOCK COUNT IN PROGRESS **"
               END-IF
           END-IF.

       Enter-Line-Details.
           MOVE SPACES TO Entry-Numeric.
           DISPLAY "UNIT SIZE      : " WITH NO ADVANCING.
           ACCEPT Entry-Numeric.
           INSPECT Entry-Numeric REPLACING LEADING SPACES BY ZEROS.
           MOVE ZEROS TO Entry-Unit-Size.
           IF Entry-Numeric NUMERIC
               MOVE Entry-Numeric TO Entry-Number-Work
               IF Entry-Number-Work <= 99
                   MOVE Entry-Number-Work TO Entry-Unit-Size
               END-IF
           END-IF.

           MOVE SPACES TO Entry-Numeric.
           DISPLAY "UNITS          : " WITH NO ADVANCING.
           ACCEPT Entry-Numeric.
           INSPECT Entry-Numeric REPLACING LEADING SPACES BY ZEROS.
           MOVE ZEROS TO Entry-Units.
           IF Entry-Numeric NUMERIC
               MOVE Entry-Numeric TO Entry-Number-Work
               IF Entry-Number-Work <= 999
                   MOVE Entry-Number-Work TO Entry-Units
               END-IF
           END-IF.

           MOVE SPACES TO Entry-Numeric.
           DISPLAY "TRADE DATE     : " WITH NO ADVANCING.
           ACCEPT Entry-Numeric.
           IF Entry-Numeric = SPACES
               MOVE Run-Date-Stamp TO Entry-Trade-Date
           ELSE
               INSPECT Entry-Numeric REPLACING LEADING SPACES BY ZEROS
               IF Entry-Numeric NUMERIC
                   MOVE Entry-Numeric TO Entry-Trade-Date
               ELSE
                   MOVE ZEROS TO Entry-Trade-Date
               END-IF
           END-IF.

           MOVE SPACE TO Entry-Trans-Type.
           DISPLAY "TYPE (S/R)     : " WITH NO ADVANCING.
           ACCEPT Entry-Trans-Type.

       Validate-Entry-Line.
           MOVE "Y" TO Line-Valid-Flag.
           MOVE SPACES TO Entry-Message.

           IF Entry-Unit-Size < Min-Unit-Size
                   OR Entry-Unit-Size > Max-Unit-Size
                   OR Entry-Units < Min-Units-Sold
                   OR Entry-Units > Max-Units-Sold
               MOVE "N" TO Line-Valid-Flag
               MOVE "QTY OUT OF RANGE" TO Entry-Message
           END-IF.

           IF Line-Is-Valid AND PM-Max-Unit-Size > ZEROS
                   AND (Entry-Unit-Size < PM-Min-Unit-Size
                       OR Entry-Unit-Size > PM-Max-Unit-Size)
               MOVE "N" TO Line-Valid-Flag
               MOVE "UNIT SIZE BAD" TO Entry-Message
           END-IF.

           IF Line-Is-Valid AND NOT Entry-Valid-Trans
               MOVE "N" TO Line-Valid-Flag
               MOVE "TRANS TYPE BAD" TO Entry-Message
           END-IF.

           IF Line-Is-Valid
                   AND (Entry-Trade-Month < 01 OR Entry-Trade-Month > 12
                       OR Entry-Trade-Day < 01 OR Entry-Trade-Day > 31)
               MOVE "N" TO Line-Valid-Flag
               MOVE "TRADE DATE BAD" TO Entry-Message
           END-IF.

           IF Line-Is-Valid AND Closed-Period-Count > ZEROS
               PERFORM Check-Trade-Period
               IF Trade-Period-Closed
                   MOVE "N" TO Line-Valid-Flag
                   MOVE "PERIOD CLOSED" TO Entry-Message
               END-IF
           END-IF.

           IF Line-Is-Valid AND Entry-Oil-Category = "E"
                   AND (Entry-Oil-Number NOT NUMERIC
                       OR Entry-Oil-Number < Min-Oil-Code
                       OR Entry-Oil-Number > Max-Oil-Code)
               MOVE "N" TO Line-Valid-Flag
               MOVE "OIL CODE INVALID" TO Entry-Message
           END-IF.

           IF Line-Is-Valid AND Entry-Oil-Category = "E"
                   AND Entry-Oil-Number >= 01
                   AND Stock-Count-Open (Entry-Oil-Number) = "Y"
               MOVE "N" TO Line-Valid-Flag
               MOVE "COUNT IN PROGRESS" TO Entry-Message
           END-IF.

       Check-Trade-Period.
           MOVE "N" TO Closed-Period-Flag.
           MOVE Entry-Trade-Date (1:6) TO Trade-Period-Work.

           PERFORM VARYING Period-I FROM 1 BY 1
                   UNTIL Period-I > Closed-Period-Count
                       OR Trade-Period-Closed
               IF CLP-Period (Period-I) = Trade-Period-Work
                   MOVE "Y" TO Closed-Period-Flag
               END-IF
           END-PERFORM.

       Confirm-Entry-Line.
           IF Entry-Oil-Category = "E" AND NOT Entry-Return
                   AND Entry-Oil-Number >= 01 AND Stock-Loaded
                   AND Stock-Present (Entry-Oil-Number) = "Y"
               COMPUTE Available-Stock =
                   Stock-On-Hand (Entry-Oil-Number)
                   - Stock-Batch-Units (Entry-Oil-Number)
               IF Available-Stock < Entry-Units
                   DISPLAY "  ** STOCK SHORT - LINE WILL BACKORDER **"
               END-IF
           END-IF.

           MOVE SPACE TO Entry-Answer.
           DISPLAY "ACCEPT LINE (Y/N) : " WITH NO ADVANCING.
           ACCEPT Entry-Answer.

           IF Entry-Answer = "Y" OR Entry-Answer = "y"
               PERFORM Write-Entry-Line
           ELSE
               ADD 1 TO Lines-Cancelled
               DISPLAY "  LINE CANCELLED"
           END-IF.

       Write-Entry-Line.
           MOVE Entry-Customer-Id TO TF-Customer-Id.
           MOVE Entry-Cust-Name   TO TF-Customer-Name.
           MOVE Entry-Oil-Id      TO TF-Oil-Id.
           MOVE Entry-Unit-Size   TO TF-Unit-Size.
           MOVE Entry-Units       TO TF-Units-Sold.
           MOVE Entry-Trade-Date  TO TF-Trade-Date.
           MOVE Entry-Trans-Type  TO TF-Trans-Type.
           WRITE Trade-Record.

           ADD 1 TO Batch-Lines.
           ADD Entry-Units TO Batch-Units.
           IF Entry-Oil-Category = "E" AND NOT Entry-Return
                   AND Entry-Oil-Number >= 01
               ADD Entry-Units TO Stock-Batch-Units (Entry-Oil-Number)
           END-IF.

           MOVE Entry-Customer-Id TO Prn-Ent-Cust-Id.
           MOVE Entry-Cust-Name   TO Prn-Ent-Cust-Name.
           MOVE Entry-Oil-Id      TO Prn-Ent-Oil-Id.
           MOVE Entry-Unit-Size   TO Prn-Ent-Size.
           MOVE Entry-Units       TO Prn-Ent-Units.
           MOVE Entry-Trade-Date  TO Prn-Ent-Date.
           MOVE Entry-Trans-Type  TO Prn-Ent-Type.
           WRITE Entry-Print-Line FROM Entry-Detail-Line AFTER
                       ADVANCING 1 LINE.

           MOVE Batch-Lines TO Dsp-Count.
           MOVE Batch-Units TO Dsp-Qty.
           DISPLAY "  LINE ACCEPTED - BATCH " Dsp-Count
                   " LINES  " Dsp-Qty " UNITS".
