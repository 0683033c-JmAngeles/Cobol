       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MarginRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Categorized-File ASSIGN TO "CATEGORIZEDSALE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Categorized-Status.

           SELECT Customer-Master ASSIGN TO "CUSTOMER.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CM-Customer-Id
                 FILE STATUS IS Customer-Master-Status.

           SELECT Product-Master ASSIGN TO "PRODUCT.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PM-Product-Id
                 FILE STATUS IS Product-Master-Status.

           SELECT Rep-Master ASSIGN TO "REPMASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Rep-Master-Status.

           SELECT Margin-Report ASSIGN TO "MARGIN.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Categorized-File.
       01 Categorized-Rec.
           88 End-Of-Categorized   VALUE HIGH-VALUES.
           02  CR-Customer-Id              PIC X(5).
           02  CR-Oil-Id.
               03  FILLER                  PIC X.
               03  CR-Oil-Number           PIC 99.
           02  CR-Unit-Size                PIC 99.
           02  CR-Units-Sold               PIC 999.
           02  CR-Trade-Date               PIC 9(8).
           02  CR-Trans-Type               PIC X.
               88  CR-Return-Trade         VALUE "R".
           02  CR-Trade-Value              PIC S9(6)V99.
           02  CR-Run-Number               PIC 9(6).
           02  CR-Price-Flag               PIC X.
           02  CR-Tax-Amount               PIC S9(5)V99.
           02  CR-Cost-Amount              PIC S9(6)V99.
           02  CR-Lot-Usage OCCURS 3 TIMES.
               03  CR-Lot-Number           PIC X(10).
               03  CR-Lot-Qty              PIC 999.

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
           02  PM-Product-Id.
               03  PM-Category             PIC X.
               03  PM-Product-Number       PIC 99.
           02  PM-Product-Name             PIC X(15).
           02  PM-Min-Unit-Size            PIC 99.
           02  PM-Max-Unit-Size            PIC 99.
           02  PM-Base-Price               PIC 99V99.
           02  PM-Active-Flag              PIC X.

       FD Rep-Master.
       01 Rep-Master-Rec.
           88 End-Of-Rep-Master    VALUE HIGH-VALUES.
           02  RM-Rep-Code                 PIC X(3).
           02  RM-Rep-Name                 PIC X(20).
           02  RM-Comm-Rate                PIC 99V99.

       FD Margin-Report.
       01 Margin-Print-Line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  Categorized-Status           PIC XX.
           88  Categorized-Available       VALUE "00".

       01  Customer-Master-Status       PIC XX.
           88  Customer-Master-OK          VALUE "00".

       01  Product-Master-Status        PIC XX.
           88  Product-Master-OK           VALUE "00".

       01  Rep-Master-Status            PIC XX.
           88  Rep-Master-Found            VALUE "00".

       01  Master-Switches.
           02  Cust-Master-Open-Flag     PIC X VALUE "N".
               88  Cust-Master-Open       VALUE "Y".
           02  Prod-Master-Open-Flag     PIC X VALUE "N".
               88  Prod-Master-Open       VALUE "Y".

       01  Run-Date-Stamp               PIC 9(8).

       01  Cust-Margin-Table.
           02  Cust-Count                PIC 999 VALUE ZEROS.
           02  Cust-Entry OCCURS 500 TIMES.
               03  CT-Customer-Id        PIC X(5).
               03  CT-Customer-Name      PIC X(20).
               03  CT-Revenue            PIC S9(8)V99.
               03  CT-Cost               PIC S9(8)V99.

       01  Oil-Margin-Table.
           02  Oil-Entry OCCURS 99 TIMES.
               03  OT-Used               PIC X.
               03  OT-Revenue            PIC S9(8)V99.
               03  OT-Cost               PIC S9(8)V99.

       01  Rep-Margin-Table.
           02  Rep-Count                 PIC 99 VALUE ZEROS.
           02  Rep-Entry OCCURS 50 TIMES.
               03  RT-Rep-Code           PIC X(3).
               03  RT-Rep-Name           PIC X(20).
               03  RT-Revenue            PIC S9(8)V99.
               03  RT-Cost               PIC S9(8)V99.

       01  Margin-Work-Fields.
           02  Cust-I                    PIC 999.
           02  Cust-Slot                 PIC 999.
           02  Oil-I                     PIC 999.
           02  Rep-I                     PIC 99.
           02  Rep-Slot                  PIC 99.
           02  Cust-Rep-Code             PIC X(3).
           02  Cust-Name-Work            PIC X(20).
           02  Line-Revenue              PIC S9(8)V99.
           02  Line-Cost                 PIC S9(8)V99.
           02  Line-Margin               PIC S9(8)V99.
           02  Line-Margin-Pct           PIC S9(4)V9.

       01  Margin-Counters.
           02  Trades-Read               PIC 9(6) VALUE ZEROS.
           02  Trades-Uncosted           PIC 9(6) VALUE ZEROS.
           02  Custs-Dropped             PIC 9(5) VALUE ZEROS.
           02  Reps-Dropped              PIC 9(5) VALUE ZEROS.

       01  Margin-Totals.
           02  Total-Revenue             PIC S9(9)V99 VALUE ZEROS.
           02  Total-Cost                PIC S9(9)V99 VALUE ZEROS.

       01  Margin-Heading-Line.
           02  FILLER                 PIC X(40) VALUE
               "    AROMAMORA GROSS MARGIN REPORT       ".
           02  FILLER                 PIC X(5) VALUE "DATE ".
           02  Prn-Margin-Date        PIC 9(4)/99/99.

       01  Margin-Section-Line.
           02  FILLER                 PIC X(12) VALUE "MARGIN BY ".
           02  Prn-Section-Name       PIC X(20).

       01  Margin-Topic-Line.
           02  FILLER                 PIC X(6) VALUE "KEY".
           02  FILLER                 PIC X(20) VALUE "NAME".
           02  FILLER                 PIC X(14) VALUE "       REVENUE".
           02  FILLER                 PIC X(14) VALUE "          COST".
           02  FILLER                 PIC X(14) VALUE "        MARGIN".
           02  FILLER                 PIC X(10) VALUE "  MARGIN %".

       01  Margin-Detail-Line.
           02  Prn-Mg-Key             PIC X(5).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Mg-Name            PIC X(20).
           02  Prn-Mg-Revenue         PIC $$$,$$$,$$9.99-.
           02  Prn-Mg-Cost            PIC $$,$$$,$$9.99-.
           02  Prn-Mg-Margin          PIC $$,$$$,$$9.99-.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Mg-Pct             PIC ZZZ9.9-.

       01  Margin-Notes-Line.
           02  FILLER                 PIC X(16) VALUE
               "TRADES READ    :".
           02  Prn-Trades-Read        PIC ZZZ,ZZ9.
           02  FILLER                 PIC X(18) VALUE
               "  NO COST ON FILE:".
           02  Prn-Trades-Uncosted    PIC ZZZ,ZZ9.

       01  Margin-Dropped-Line.
           02  FILLER                 PIC X(36) VALUE
               "NOTE: TABLE FULL - CUSTOMERS/REPS : ".
           02  Prn-Custs-Dropped      PIC ZZ,ZZ9.
           02  FILLER                 PIC X(3) VALUE " / ".
           02  Prn-Reps-Dropped       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Produce-Margin-Report.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.

           PERFORM VARYING Oil-I FROM 1 BY 1 UNTIL Oil-I > 99
               MOVE "N"   TO OT-Used (Oil-I)
               MOVE ZEROS TO OT-Revenue (Oil-I)
               MOVE ZEROS TO OT-Cost (Oil-I)
           END-PERFORM.

           PERFORM Load-Rep-Master.

           OPEN INPUT Customer-Master.
           IF Customer-Master-OK
               MOVE "Y" TO Cust-Master-Open-Flag
           END-IF.
           OPEN INPUT Product-Master.
           IF Product-Master-OK
               MOVE "Y" TO Prod-Master-Open-Flag
           END-IF.

           OPEN INPUT Categorized-File.
           IF Categorized-Available
               READ Categorized-File
                   AT END SET End-Of-Categorized TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Categorized
                   ADD 1 TO Trades-Read
                   PERFORM Accumulate-One-Trade

                   READ Categorized-File
                       AT END SET End-Of-Categorized TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Categorized-File
           END-IF.

           IF Cust-Master-Open
               CLOSE Customer-Master
           END-IF.

           OPEN OUTPUT Margin-Report.
           MOVE Run-Date-Stamp TO Prn-Margin-Date.
           WRITE Margin-Print-Line FROM Margin-Heading-Line AFTER
                       ADVANCING 1 LINE.

           PERFORM Print-Customer-Margins.
           PERFORM Print-Oil-Margins.
           PERFORM Print-Rep-Margins.

           IF Prod-Master-Open
               CLOSE Product-Master
           END-IF.

           MOVE "TOTAL" TO Prn-Mg-Key.
           MOVE "ALL TRADES" TO Prn-Mg-Name.
           MOVE Total-Revenue TO Line-Revenue.
           MOVE Total-Cost TO Line-Cost.
           PERFORM Print-Margin-Line.

           MOVE Trades-Read     TO Prn-Trades-Read.
           MOVE Trades-Uncosted TO Prn-Trades-Uncosted.
           WRITE Margin-Print-Line FROM Margin-Notes-Line AFTER
                       ADVANCING 2 LINES.

           IF Custs-Dropped > ZEROS OR Reps-Dropped > ZEROS
               MOVE Custs-Dropped TO Prn-Custs-Dropped
               MOVE Reps-Dropped  TO Prn-Reps-Dropped
               WRITE Margin-Print-Line FROM Margin-Dropped-Line AFTER
                           ADVANCING 1 LINE
           END-IF.

           CLOSE Margin-Report.

           STOP RUN.

       Load-Rep-Master.
           OPEN INPUT Rep-Master.
           IF Rep-Master-Found
               READ Rep-Master
                   AT END SET End-Of-Rep-Master TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Rep-Master
                   IF Rep-Count < 50
                       ADD 1 TO Rep-Count
                       MOVE RM-Rep-Code  TO RT-Rep-Code (Rep-Count)
                       MOVE RM-Rep-Name  TO RT-Rep-Name (Rep-Count)
                       MOVE ZEROS        TO RT-Revenue (Rep-Count)
                       MOVE ZEROS        TO RT-Cost (Rep-Count)
                   ELSE
                       ADD 1 TO Reps-Dropped
                   END-IF

                   READ Rep-Master
                       AT END SET End-Of-Rep-Master TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Rep-Master
           END-IF.

       Accumulate-One-Trade.
           IF CR-Cost-Amount NOT NUMERIC
               MOVE ZEROS TO CR-Cost-Amount
           END-IF.
           IF CR-Cost-Amount = ZEROS
               ADD 1 TO Trades-Uncosted
           END-IF.

           ADD CR-Trade-Value TO Total-Revenue.
           ADD CR-Cost-Amount TO Total-Cost.

           MOVE "???" TO Cust-Rep-Code.
           MOVE "** NOT ON CUSTOMER MASTER" TO Cust-Name-Work.
           IF Cust-Master-Open
               MOVE CR-Customer-Id TO CM-Customer-Id
               READ Customer-Master
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CM-Customer-Name TO Cust-Name-Work
                       IF CM-Rep-Code NOT = SPACES
                           MOVE CM-Rep-Code TO Cust-Rep-Code
                       END-IF
               END-READ
           END-IF.

           PERFORM Find-Cust-Slot.
           IF Cust-Slot > ZEROS
               ADD CR-Trade-Value TO CT-Revenue (Cust-Slot)
               ADD CR-Cost-Amount TO CT-Cost (Cust-Slot)
           END-IF.

           IF CR-Oil-Number >= 01 AND CR-Oil-Number <= 99
               MOVE "Y" TO OT-Used (CR-Oil-Number)
               ADD CR-Trade-Value TO OT-Revenue (CR-Oil-Number)
               ADD CR-Cost-Amount TO OT-Cost (CR-Oil-Number)
           END-IF.

           PERFORM Find-Rep-Slot.
           IF Rep-Slot > ZEROS
               ADD CR-Trade-Value TO RT-Revenue (Rep-Slot)
               ADD CR-Cost-Amount TO RT-Cost (Rep-Slot)
           END-IF.

       Find-Cust-Slot.
           MOVE ZEROS TO Cust-Slot.

           PERFORM VARYING Cust-I FROM 1 BY 1
                   UNTIL Cust-I > Cust-Count OR Cust-Slot > ZEROS
               IF CT-Customer-Id (Cust-I) = CR-Customer-Id
                   MOVE Cust-I TO Cust-Slot
               END-IF
           END-PERFORM.

           IF Cust-Slot = ZEROS
               IF Cust-Count < 500
                   ADD 1 TO Cust-Count
                   MOVE Cust-Count     TO Cust-Slot
                   MOVE CR-Customer-Id TO CT-Customer-Id (Cust-Slot)
                   MOVE Cust-Name-Work TO CT-Customer-Name (Cust-Slot)
                   MOVE ZEROS          TO CT-Revenue (Cust-Slot)
                   MOVE ZEROS          TO CT-Cost (Cust-Slot)
               ELSE
                   ADD 1 TO Custs-Dropped
               END-IF
           END-IF.

       Find-Rep-Slot.
           MOVE ZEROS TO Rep-Slot.

           PERFORM VARYING Rep-I FROM 1 BY 1
                   UNTIL Rep-I > Rep-Count OR Rep-Slot > ZEROS
               IF RT-Rep-Code (Rep-I) = Cust-Rep-Code
                   MOVE Rep-I TO Rep-Slot
               END-IF
           END-PERFORM.

           IF Rep-Slot = ZEROS
               IF Rep-Count < 50
                   ADD 1 TO Rep-Count
                   MOVE Rep-Count     TO Rep-Slot
                   MOVE Cust-Rep-Code TO RT-Rep-Code (Rep-Slot)
                   MOVE "** NOT ON REP MASTER" TO RT-Rep-Name (Rep-Slot)
                   MOVE ZEROS         TO RT-Revenue (Rep-Slot)
                   MOVE ZEROS         TO RT-Cost (Rep-Slot)
               ELSE
                   ADD 1 TO Reps-Dropped
               END-IF
           END-IF.

       Print-Customer-Margins.
           MOVE "CUSTOMER" TO Prn-Section-Name.
           PERFORM Write-Section-Headings.

           PERFORM VARYING Cust-I FROM 1 BY 1 UNTIL Cust-I > Cust-Count
               MOVE CT-Customer-Id (Cust-I)   TO Prn-Mg-Key
               MOVE CT-Customer-Name (Cust-I) TO Prn-Mg-Name
               MOVE CT-Revenue (Cust-I)       TO Line-Revenue
               MOVE CT-Cost (Cust-I)          TO Line-Cost
               PERFORM Print-Margin-Line
           END-PERFORM.

       Print-Oil-Margins.
           MOVE "OIL" TO Prn-Section-Name.
           PERFORM Write-Section-Headings.

           PERFORM VARYING Oil-I FROM 1 BY 1 UNTIL Oil-I > 99
               IF OT-Used (Oil-I) = "Y"
                   MOVE "E" TO PM-Category
                   MOVE Oil-I TO PM-Product-Number
                   MOVE PM-Product-Id TO Prn-Mg-Key
                   MOVE SPACES TO Prn-Mg-Name
                   IF Prod-Master-Open
                       READ Product-Master
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE PM-Product-Name TO Prn-Mg-Name
                       END-READ
                   END-IF
                   MOVE OT-Revenue (Oil-I) TO Line-Revenue
                   MOVE OT-Cost (Oil-I)    TO Line-Cost
                   PERFORM Print-Margin-Line
               END-IF
           END-PERFORM.

       Print-Rep-Margins.
           MOVE "SALES REP" TO Prn-Section-Name.
           PERFORM Write-Section-Headings.

           PERFORM VARYING Rep-I FROM 1 BY 1 UNTIL Rep-I > Rep-Count
               IF RT-Revenue (Rep-I) NOT = ZEROS
                       OR RT-Cost (Rep-I) NOT = ZEROS
                   MOVE RT-Rep-Code (Rep-I) TO Prn-Mg-Key
                   MOVE RT-Rep-Name (Rep-I) TO Prn-Mg-Name
                   MOVE RT-Revenue (Rep-I)  TO Line-Revenue
                   MOVE RT-Cost (Rep-I)     TO Line-Cost
                   PERFORM Print-Margin-Line
               END-IF
           END-PERFORM.

       Write-Section-Headings.
           WRITE Margin-Print-Line FROM Margin-Section-Line AFTER
                       ADVANCING 3 LINES.
           WRITE Margin-Print-Line FROM Margin-Topic-Line AFTER
                       ADVANCING 2 LINES.

       Print-Margin-Line.
           SUBTRACT Line-Cost FROM Line-Revenue GIVING Line-Margin.
           MOVE ZEROS TO Line-Margin-Pct.
           IF Line-Revenue NOT = ZEROS
               COMPUTE Line-Margin-Pct ROUNDED =
                   Line-Margin * 100 / Line-Revenue
                   ON SIZE ERROR MOVE ZEROS TO Line-Margin-Pct
               END-COMPUTE
           END-IF.

           MOVE Line-Revenue    TO Prn-Mg-Revenue.
           MOVE Line-Cost       TO Prn-Mg-Cost.
           MOVE Line-Margin     TO Prn-Mg-Margin.
           MOVE Line-Margin-Pct TO Prn-Mg-Pct.
           WRITE Margin-Print-Line FROM Margin-Detail-Line AFTER
                       ADVANCING 1 LINE.
