       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PickPack.

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
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS PM-Product-Id
                 FILE STATUS IS Product-Master-Status.

           SELECT Pick-Sort-File ASSIGN TO "PICKWORK.SRT".

           SELECT Slip-Sort-File ASSIGN TO "SLIPWORK.SRT".

           SELECT Pick-Report ASSIGN TO "PICKLIST.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Slip-Report ASSIGN TO "PACKSLIP.RPT"
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
               88  CR-Contract-Priced      VALUE "C".
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
           88 End-Of-Product-Master VALUE HIGH-VALUES.
           02  PM-Product-Id.
               03  PM-Category             PIC X.
               03  PM-Product-Number       PIC 99.
           02  PM-Product-Name             PIC X(15).
           02  PM-Min-Unit-Size            PIC 99.
           02  PM-Max-Unit-Size            PIC 99.
           02  PM-Base-Price               PIC 99V99.
           02  PM-Active-Flag              PIC X.

       SD Pick-Sort-File.
       01 Pick-Sort-Rec.
           88 End-Of-Pick-Sort     VALUE HIGH-VALUES.
           02  PS-Oil-Id                   PIC X(3).
           02  PS-Unit-Size                PIC 99.
           02  PS-Customer-Id              PIC X(5).
           02  PS-Line-Number              PIC 9(5).
           02  PS-Pick-Seq                 PIC 9.
           02  PS-Units                    PIC 999.
           02  PS-Lot-Number               PIC X(10).

       SD Slip-Sort-File.
       01 Slip-Sort-Rec.
           88 End-Of-Slip-Sort     VALUE HIGH-VALUES.
           02  SS-Customer-Id              PIC X(5).
           02  SS-Line-Number              PIC 9(5).
           02  SS-Oil-Id                   PIC X(3).
           02  SS-Unit-Size                PIC 99.
           02  SS-Trade-Date               PIC 9(8).
           02  SS-Units                    PIC 999.

       FD Pick-Report.
       01 Pick-Print-Line                  PIC X(80).

       FD Slip-Report.
       01 Slip-Print-Line                  PIC X(72).

       WORKING-STORAGE SECTION.
       01  Categorized-Status           PIC XX.
           88  Categorized-Available       VALUE "00".

       01  Customer-Master-Status       PIC XX.
           88  Customer-Master-OK          VALUE "00".

       01  Product-Master-Status        PIC XX.
           88  Product-Master-OK           VALUE "00".

       01  Master-Switches.
           02  Cust-Master-Open-Flag     PIC X VALUE "N".
               88  Cust-Master-Open       VALUE "Y".

       01  Run-Date-Stamp               PIC 9(8).

       01  Pick-Run-Number              PIC 9(6) VALUE ZEROS.

       01  Product-Name-List.
           02  Prod-Count                PIC 999 VALUE ZEROS.
           02  Prod-Entry OCCURS 300 TIMES.
               03  PD-Product-Id         PIC X(3).
               03  PD-Name               PIC X(15).

       01  Product-Lookup-Fields.
           02  Prod-I                    PIC 999.
           02  Prod-Key                  PIC X(3).
           02  Prod-Name-Found           PIC X.
           02  Prod-Found-Name           PIC X(15).

       01  Pick-Work-Fields.
           02  Line-Number               PIC 9(5) VALUE ZEROS.
           02  Prev-Oil-Id               PIC X(3) VALUE SPACES.
           02  Prev-Unit-Size            PIC 99 VALUE ZEROS.
           02  Group-Units               PIC 9(6) VALUE ZEROS.
           02  Group-Lines               PIC 9(5) VALUE ZEROS.
           02  Prev-Cust-Id              PIC X(5) VALUE SPACES.
           02  Slip-Units                PIC 9(6) VALUE ZEROS.
           02  Slip-Lines                PIC 9(5) VALUE ZEROS.
           02  Lot-Slot                  PIC 9.
           02  Pick-Units-Left           PIC 999.

       01  Pick-Counters.
           02  Lines-Read                PIC 9(5) VALUE ZEROS.
           02  Lines-To-Pick             PIC 9(5) VALUE ZEROS.
           02  Returns-Skipped           PIC 9(5) VALUE ZEROS.
           02  Units-To-Pick             PIC 9(7) VALUE ZEROS.
           02  Slips-Printed             PIC 9(5) VALUE ZEROS.

       01  Pick-Heading-Line.
           02  FILLER                 PIC X(24) VALUE
               "PICK LIST        RUN    ".
           02  Prn-Pick-Run           PIC 9(6).
           02  FILLER                 PIC X(8) VALUE "   DATE ".
           02  Prn-Pick-Date          PIC 9(4)/99/99.

       01  Pick-Topic-Line.
           02  FILLER                 PIC X(20) VALUE "OIL".
           02  FILLER                 PIC X(6) VALUE "SIZE".
           02  FILLER                 PIC X(8) VALUE "CUST".
           02  FILLER                 PIC X(8) VALUE "LINE".
           02  FILLER                 PIC X(6) VALUE "  QTY".
           02  FILLER                 PIC X(13) VALUE "  LOT".
           02  FILLER                 PIC X(6) VALUE "PICKED".

       01  Pick-Group-Line.
           02  Prn-Grp-Oil-Id         PIC X(3).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Grp-Oil-Name       PIC X(15).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Grp-Unit-Size      PIC Z9.

       01  Pick-Detail-Line.
           02  FILLER                 PIC X(26) VALUE SPACES.
           02  Prn-Pick-Cust-Id       PIC X(5).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Pick-Line          PIC 9(5).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Pick-Qty           PIC ZZ9.
           02  FILLER                 PIC X(5) VALUE SPACES.
           02  Prn-Pick-Lot           PIC X(10).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  FILLER                 PIC X(6) VALUE "______".

       01  Pick-Group-Total-Line.
           02  FILLER                 PIC X(26) VALUE SPACES.
           02  FILLER                 PIC X(14) VALUE
               "TOTAL TO PICK ".
           02  Prn-Grp-Units          PIC ZZZ,ZZ9.
           02  FILLER                 PIC X(9) VALUE " UNITS IN".
           02  Prn-Grp-Lines          PIC ZZ,ZZ9.
           02  FILLER                 PIC X(6) VALUE " LINES".

       01  Pick-Totals-Line.
           02  FILLER                 PIC X(16) VALUE
               "LINES READ     :".
           02  Prn-Lines-Read         PIC ZZ,ZZ9.
           02  FILLER                 PIC X(12) VALUE "  TO PICK :".
           02  Prn-Lines-To-Pick      PIC ZZ,ZZ9.
           02  FILLER                 PIC X(10) VALUE "  UNITS :".
           02  Prn-Units-To-Pick      PIC Z,ZZZ,ZZ9.
           02  FILLER                 PIC X(12) VALUE "  RETURNS :".
           02  Prn-Returns-Skipped    PIC ZZ,ZZ9.

       01  Pick-Empty-Line            PIC X(58) VALUE
           "CATEGORIZEDSALE.DAT MISSING OR EMPTY - NOTHING TO PICK".

       01  Slip-Heading-Line.
           02  FILLER                 PIC X(27) VALUE
               "AROMAMORA OILS PACKING SLIP".
           02  FILLER                 PIC X(6) VALUE "  RUN ".
           02  Prn-Slip-Run           PIC 9(6).
           02  FILLER                 PIC X(8) VALUE "   DATE ".
           02  Prn-Slip-Date          PIC 9(4)/99/99.

       01  Slip-Cust-Line.
           02  FILLER                 PIC X(9) VALUE "SHIP TO: ".
           02  Prn-Slip-Cust-Name     PIC X(20).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Slip-Cust-Id       PIC X(5).

       01  Slip-Topic-Line.
           02  FILLER                 PIC X(8) VALUE "LINE".
           02  FILLER                 PIC X(17) VALUE "OIL".
           02  FILLER                 PIC X(6) VALUE "SIZE".
           02  FILLER                 PIC X(12) VALUE "TRADE DATE".
           02  FILLER                 PIC X(9) VALUE "ORDERED".
           02  FILLER                 PIC X(7) VALUE "SHIPPED".

       01  Slip-Detail-Line.
           02  Prn-Slip-Line          PIC 9(5).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Slip-Oil-Name      PIC X(15).
           02  Prn-Slip-Unit-Size     PIC BBZ9.
           02  FILLER                 PIC X(4) VALUE SPACES.
           02  Prn-Slip-Trade-Date    PIC 9(4)/99/99.
           02  Prn-Slip-Qty           PIC BBBBZZ9.
           02  FILLER                 PIC X(4) VALUE SPACES.
           02  FILLER                 PIC X(6) VALUE "______".

       01  Slip-Total-Line.
           02  FILLER                 PIC X(20) VALUE
               "TOTAL UNITS        :".
           02  Prn-Slip-Units         PIC ZZZ,ZZ9.
           02  FILLER                 PIC X(10) VALUE "   LINES :".
           02  Prn-Slip-Lines         PIC ZZ,ZZ9.

       01  Slip-Sign-Line             PIC X(60) VALUE
           "PACKED BY  ____________    CHECKED BY  ____________".

       PROCEDURE DIVISION.
       Produce-Pick-And-Pack.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.

           PERFORM Load-Product-Names.

           OPEN OUTPUT Pick-Report.
           OPEN OUTPUT Slip-Report.

           PERFORM Peek-Pick-Run.
           MOVE Pick-Run-Number TO Prn-Pick-Run.
           MOVE Run-Date-Stamp  TO Prn-Pick-Date.
           WRITE Pick-Print-Line FROM Pick-Heading-Line AFTER
                       ADVANCING 1 LINE.

           IF Pick-Run-Number = ZEROS
               WRITE Pick-Print-Line FROM Pick-Empty-Line AFTER
                           ADVANCING 2 LINES
           ELSE
               WRITE Pick-Print-Line FROM Pick-Topic-Line AFTER
                           ADVANCING 2 LINES

               SORT Pick-Sort-File ON ASCENDING PS-Oil-Id
                                                PS-Unit-Size
                                                PS-Customer-Id
                                                PS-Line-Number
                                                PS-Pick-Seq
                   INPUT PROCEDURE IS Select-Pick-Lines
                   OUTPUT PROCEDURE IS Print-Pick-List

               MOVE Lines-Read      TO Prn-Lines-Read
               MOVE Lines-To-Pick   TO Prn-Lines-To-Pick
               MOVE Units-To-Pick   TO Prn-Units-To-Pick
               MOVE Returns-Skipped TO Prn-Returns-Skipped
               WRITE Pick-Print-Line FROM Pick-Totals-Line AFTER
                           ADVANCING 2 LINES

               OPEN INPUT Customer-Master
               IF Customer-Master-OK
                   MOVE "Y" TO Cust-Master-Open-Flag
               END-IF
               SORT Slip-Sort-File ON ASCENDING SS-Customer-Id
                                                SS-Line-Number
                   INPUT PROCEDURE IS Select-Slip-Lines
                   OUTPUT PROCEDURE IS Print-Packing-Slips
               IF Cust-Master-Open
                   CLOSE Customer-Master
               END-IF
           END-IF.

           CLOSE Pick-Report.
           CLOSE Slip-Report.

           STOP RUN.

       Peek-Pick-Run.
           MOVE ZEROS TO Pick-Run-Number.

           OPEN INPUT Categorized-File.
           IF Categorized-Available
               READ Categorized-File
                   AT END CONTINUE
               END-READ

               IF Categorized-Available
                   MOVE CR-Run-Number TO Pick-Run-Number
               END-IF

               CLOSE Categorized-File
           END-IF.

       Load-Product-Names.
           OPEN INPUT Product-Master.
           IF Product-Master-OK
               READ Product-Master
                   AT END SET End-Of-Product-Master TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Product-Master
                   IF Prod-Count < 300
                       ADD 1 TO Prod-Count
                       MOVE PM-Product-Id TO
                               PD-Product-Id (Prod-Count)
                       MOVE PM-Product-Name TO PD-Name (Prod-Count)
                   END-IF

                   READ Product-Master
                       AT END SET End-Of-Product-Master TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Product-Master
           END-IF.

       Find-Product-Name.
           MOVE "N" TO Prod-Name-Found.
           MOVE Prod-Key TO Prod-Found-Name.

           PERFORM VARYING Prod-I FROM 1 BY 1
                   UNTIL Prod-I > Prod-Count
                       OR Prod-Name-Found = "Y"
               IF PD-Product-Id (Prod-I) = Prod-Key
                   MOVE "Y" TO Prod-Name-Found
                   MOVE PD-Name (Prod-I) TO Prod-Found-Name
               END-IF
           END-PERFORM.

       Select-Pick-Lines.
           MOVE ZEROS TO Line-Number.

           OPEN INPUT Categorized-File.
           READ Categorized-File
               AT END SET End-Of-Categorized TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Categorized
               ADD 1 TO Lines-Read
               ADD 1 TO Line-Number
               IF CR-Return-Trade
                   ADD 1 TO Returns-Skipped
               ELSE
                   ADD 1 TO Lines-To-Pick
                   ADD CR-Units-Sold TO Units-To-Pick
                   PERFORM Release-Pick-Lots
               END-IF

               READ Categorized-File
                   AT END SET End-Of-Categorized TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Categorized-File.

       Release-Pick-Lots.
           MOVE CR-Oil-Id        TO PS-Oil-Id.
           MOVE CR-Unit-Size     TO PS-Unit-Size.
           MOVE CR-Customer-Id   TO PS-Customer-Id.
           MOVE Line-Number      TO PS-Line-Number.
           MOVE ZEROS            TO PS-Pick-Seq.
           MOVE CR-Units-Sold    TO Pick-Units-Left.

           PERFORM VARYING Lot-Slot FROM 1 BY 1 UNTIL Lot-Slot > 3
               IF CR-Lot-Number (Lot-Slot) NOT = SPACES
                       AND CR-Lot-Qty (Lot-Slot) > ZEROS
                   ADD 1 TO PS-Pick-Seq
                   MOVE CR-Lot-Qty (Lot-Slot)    TO PS-Units
                   MOVE CR-Lot-Number (Lot-Slot) TO PS-Lot-Number
                   RELEASE Pick-Sort-Rec
                   IF CR-Lot-Qty (Lot-Slot) < Pick-Units-Left
                       SUBTRACT CR-Lot-Qty (Lot-Slot)
                           FROM Pick-Units-Left
                   ELSE
                       MOVE ZEROS TO Pick-Units-Left
                   END-IF
               END-IF
           END-PERFORM.

           IF Pick-Units-Left > ZEROS OR PS-Pick-Seq = ZEROS
               ADD 1 TO PS-Pick-Seq
               MOVE Pick-Units-Left TO PS-Units
               MOVE SPACES          TO PS-Lot-Number
               RELEASE Pick-Sort-Rec
           END-IF.

       Print-Pick-List.
           RETURN Pick-Sort-File
               AT END SET End-Of-Pick-Sort TO TRUE
           END-RETURN.

           PERFORM UNTIL End-Of-Pick-Sort
               IF PS-Oil-Id NOT = Prev-Oil-Id
                       OR PS-Unit-Size NOT = Prev-Unit-Size
                   IF Prev-Oil-Id NOT = SPACES
                       PERFORM Print-Pick-Group-Total
                   END-IF
                   PERFORM Start-Pick-Group
               END-IF

               MOVE PS-Customer-Id TO Prn-Pick-Cust-Id
               MOVE PS-Line-Number TO Prn-Pick-Line
               MOVE PS-Units       TO Prn-Pick-Qty
               MOVE PS-Lot-Number  TO Prn-Pick-Lot
               WRITE Pick-Print-Line FROM Pick-Detail-Line AFTER
                           ADVANCING 1 LINE
               ADD PS-Units TO Group-Units
               IF PS-Pick-Seq = 1
                   ADD 1 TO Group-Lines
               END-IF

               RETURN Pick-Sort-File
                   AT END SET End-Of-Pick-Sort TO TRUE
               END-RETURN
           END-PERFORM.

           IF Prev-Oil-Id NOT = SPACES
               PERFORM Print-Pick-Group-Total
           END-IF.

       Start-Pick-Group.
           MOVE PS-Oil-Id    TO Prev-Oil-Id.
           MOVE PS-Unit-Size TO Prev-Unit-Size.
           MOVE ZEROS TO Group-Units.
           MOVE ZEROS TO Group-Lines.

           MOVE PS-Oil-Id TO Prod-Key.
           PERFORM Find-Product-Name.
           MOVE PS-Oil-Id       TO Prn-Grp-Oil-Id.
           MOVE Prod-Found-Name TO Prn-Grp-Oil-Name.
           MOVE PS-Unit-Size    TO Prn-Grp-Unit-Size.
           WRITE Pick-Print-Line FROM Pick-Group-Line AFTER
                       ADVANCING 2 LINES.

       Print-Pick-Group-Total.
           MOVE Group-Units TO Prn-Grp-Units.
           MOVE Group-Lines TO Prn-Grp-Lines.
           WRITE Pick-Print-Line FROM Pick-Group-Total-Line AFTER
                       ADVANCING 1 LINE.

       Select-Slip-Lines.
           MOVE ZEROS TO Line-Number.

           OPEN INPUT Categorized-File.
           READ Categorized-File
               AT END SET End-Of-Categorized TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Categorized
               ADD 1 TO Line-Number
               IF NOT CR-Return-Trade
                   MOVE CR-Customer-Id   TO SS-Customer-Id
                   MOVE Line-Number      TO SS-Line-Number
                   MOVE CR-Oil-Id        TO SS-Oil-Id
                   MOVE CR-Unit-Size     TO SS-Unit-Size
                   MOVE CR-Trade-Date    TO SS-Trade-Date
                   MOVE CR-Units-Sold    TO SS-Units
                   RELEASE Slip-Sort-Rec
               END-IF

               READ Categorized-File
                   AT END SET End-Of-Categorized TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Categorized-File.

       Print-Packing-Slips.
           MOVE SPACES TO Prev-Cust-Id.

           RETURN Slip-Sort-File
               AT END SET End-Of-Slip-Sort TO TRUE
           END-RETURN.

           PERFORM UNTIL End-Of-Slip-Sort
               IF SS-Customer-Id NOT = Prev-Cust-Id
                   IF Prev-Cust-Id NOT = SPACES
                       PERFORM Close-Packing-Slip
                   END-IF
                   PERFORM Start-Packing-Slip
               END-IF
               PERFORM Print-Slip-Line

               RETURN Slip-Sort-File
                   AT END SET End-Of-Slip-Sort TO TRUE
               END-RETURN
           END-PERFORM.

           IF Prev-Cust-Id NOT = SPACES
               PERFORM Close-Packing-Slip
           END-IF.

       Start-Packing-Slip.
           ADD 1 TO Slips-Printed.
           MOVE SS-Customer-Id TO Prev-Cust-Id.
           MOVE ZEROS TO Slip-Units.
           MOVE ZEROS TO Slip-Lines.

           MOVE "** UNKNOWN **" TO Prn-Slip-Cust-Name.
           IF Cust-Master-Open
               MOVE SS-Customer-Id TO CM-Customer-Id
               READ Customer-Master
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CM-Customer-Name TO Prn-Slip-Cust-Name
               END-READ
           END-IF.

           MOVE Pick-Run-Number TO Prn-Slip-Run.
           MOVE Run-Date-Stamp  TO Prn-Slip-Date.
           MOVE SS-Customer-Id  TO Prn-Slip-Cust-Id.
           WRITE Slip-Print-Line FROM Slip-Heading-Line AFTER
                       ADVANCING PAGE.
           WRITE Slip-Print-Line FROM Slip-Cust-Line AFTER
                       ADVANCING 2 LINES.
           WRITE Slip-Print-Line FROM Slip-Topic-Line AFTER
                       ADVANCING 2 LINES.

       Print-Slip-Line.
           MOVE SS-Oil-Id TO Prod-Key.
           PERFORM Find-Product-Name.

           MOVE SS-Line-Number  TO Prn-Slip-Line.
           MOVE Prod-Found-Name TO Prn-Slip-Oil-Name.
           MOVE SS-Unit-Size    TO Prn-Slip-Unit-Size.
           MOVE SS-Trade-Date   TO Prn-Slip-Trade-Date.
           MOVE SS-Units        TO Prn-Slip-Qty.
           WRITE Slip-Print-Line FROM Slip-Detail-Line AFTER
                       ADVANCING 1 LINE.

           ADD SS-Units TO Slip-Units.
           ADD 1 TO Slip-Lines.

       Close-Packing-Slip.
           MOVE Slip-Units TO Prn-Slip-Units.
           MOVE Slip-Lines TO Prn-Slip-Lines.
           WRITE Slip-Print-Line FROM Slip-Total-Line AFTER
                       ADVANCING 2 LINES.
           WRITE Slip-Print-Line FROM Slip-Sign-Line AFTER
                       ADVANCING 3 LINES.
