       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LotExpiryRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Oil-Lot-File ASSIGN TO "OILLOT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Lot-Status.

           SELECT Expiry-Parm-File ASSIGN TO "EXPIRYPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Expiry-Parm-Status.

           SELECT Oil-Cost-File ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Cost-Status.

           SELECT Product-Master ASSIGN TO "PRODUCT.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PM-Product-Id
                 FILE STATUS IS Product-Master-Status.

           SELECT Expiry-Work-File ASSIGN TO "EXPWORK.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Expiry-Sort-File ASSIGN TO "EXPWORK.SRT".

           SELECT Expiry-Report ASSIGN TO "LOTEXPIRY.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD Expiry-Parm-File.
       01 Expiry-Parm-Rec.
           02  EP-Warning-Days             PIC 999.

       FD Oil-Cost-File.
       01 Oil-Cost-Rec.
           88 End-Of-Oil-Cost      VALUE HIGH-VALUES.
           02  OC-Oil-Number               PIC 99.
           02  OC-Avg-Unit-Cost            PIC 9(4)V9999.
           02  OC-Last-Receipt-Date        PIC 9(8).

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

       FD Expiry-Work-File.
       01 Expiry-Work-Rec.
           02  EW-Expiry-Date              PIC 9(8).
           02  EW-Oil-Number               PIC 99.
           02  EW-Lot-Number               PIC X(10).
           02  EW-Supplier-Id              PIC X(5).
           02  EW-Qty-On-Hand              PIC 9(6).
           02  EW-Days-Left                PIC S9(5).

       SD Expiry-Sort-File.
       01 Expiry-Sort-Rec.
           88 End-Of-Expiry-Sort   VALUE HIGH-VALUES.
           02  ES-Expiry-Date              PIC 9(8).
           02  ES-Oil-Number               PIC 99.
           02  ES-Lot-Number               PIC X(10).
           02  ES-Supplier-Id              PIC X(5).
           02  ES-Qty-On-Hand              PIC 9(6).
           02  ES-Days-Left                PIC S9(5).

       FD Expiry-Report.
       01 Expiry-Print-Line                PIC X(90).

       WORKING-STORAGE SECTION.
       01  Oil-Lot-Status               PIC XX.
           88  Oil-Lot-File-Found          VALUE "00".

       01  Expiry-Parm-Status           PIC XX.
           88  Expiry-Parm-Found           VALUE "00".

       01  Oil-Cost-Status              PIC XX.
           88  Oil-Cost-File-Found         VALUE "00".

       01  Product-Master-Status        PIC XX.
           88  Product-Master-OK           VALUE "00".

       01  Master-Switches.
           02  Prod-Master-Open-Flag     PIC X VALUE "N".
               88  Prod-Master-Open       VALUE "Y".

       01  Run-Date-Stamp               PIC 9(8).

       01  Warning-Days                 PIC 999 VALUE 90.

       01  Date-Work-Fields.
           02  DW-Date                   PIC 9(8).
           02  DW-Date-Split REDEFINES DW-Date.
               03  DW-Year               PIC 9(4).
               03  DW-Month              PIC 99.
               03  DW-Day                PIC 99.
           02  DW-Serial                 PIC 9(7).
           02  DW-Year-Work              PIC 9(4).
           02  DW-Leap-Count             PIC 9(5).
           02  DW-Month-Offset           PIC 999.
           02  DW-Rem                    PIC 9(4).

       01  Month-Offset-Table.
           02  Month-Offset-Values       PIC X(36) VALUE
               "000031059090120151181212243273304334".
           02  FILLER REDEFINES Month-Offset-Values.
               03  Month-Offset          PIC 999 OCCURS 12 TIMES.

       01  Today-Serial                 PIC 9(7).

       01  Oil-Avg-Cost-Table.
           02  Oil-Avg-Cost PIC 9(4)V9999 OCCURS 99 TIMES
                                               VALUE ZEROS.

       01  Expiry-Work-Fields.
           02  Days-Left                 PIC S9(5).
           02  Lot-Value                 PIC 9(9)V99.

       01  Expiry-Counters.
           02  Lots-Read                 PIC 9(5) VALUE ZEROS.
           02  Lots-Listed               PIC 9(5) VALUE ZEROS.
           02  Lots-Undated              PIC 9(5) VALUE ZEROS.
           02  Expired-Units             PIC 9(7) VALUE ZEROS.
           02  Expired-Value             PIC 9(9)V99 VALUE ZEROS.
           02  Near-Units                PIC 9(7) VALUE ZEROS.
           02  Near-Value                PIC 9(9)V99 VALUE ZEROS.

       01  Expiry-Heading-Line.
           02  FILLER                 PIC X(32) VALUE
               "NEAR-EXPIRY / EXPIRED LOTS  DATE".
           02  Prn-Expiry-Run-Date    PIC B9(4)/99/99.
           02  FILLER                 PIC X(17) VALUE
               "   WARNING DAYS :".
           02  Prn-Warning-Days       PIC ZZ9.

       01  Expiry-Topic-Line.
           02  FILLER                 PIC X(4) VALUE "OIL ".
           02  FILLER                 PIC X(16) VALUE "NAME".
           02  FILLER                 PIC X(11) VALUE "LOT".
           02  FILLER                 PIC X(7) VALUE "SUPPL".
           02  FILLER                 PIC X(11) VALUE "EXPIRES".
           02  FILLER                 PIC X(8) VALUE " ON HAND".
           02  FILLER                 PIC X(6) VALUE "  DAYS".
           02  FILLER                 PIC X(14) VALUE "         VALUE".
           02  FILLER                 PIC X(9) VALUE "  STATUS".

       01  Expiry-Detail-Line.
           02  Prn-Exp-Oil            PIC 99.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Exp-Name           PIC X(15).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Exp-Lot            PIC X(10).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Exp-Supplier       PIC X(5).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Exp-Date           PIC 9(4)/99/99.
           02  Prn-Exp-Qty            PIC BZZZ,ZZ9.
           02  Prn-Exp-Days           PIC BZ,ZZ9-.
           02  Prn-Exp-Value          PIC B$$,$$$,$$9.99.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Exp-Status         PIC X(11).

       01  Expiry-Empty-Line          PIC X(50) VALUE
           "NO LOTS EXPIRED OR WITHIN THE WARNING WINDOW".

       01  Expiry-Total-Line.
           02  Prn-Tot-Label          PIC X(20).
           02  Prn-Tot-Units          PIC Z,ZZZ,ZZ9.
           02  FILLER                 PIC X(8) VALUE " UNITS  ".
           02  Prn-Tot-Value          PIC $$$$,$$$,$$9.99.

       01  Expiry-Counts-Line.
           02  FILLER                 PIC X(16) VALUE
               "LOTS READ      :".
           02  Prn-Lots-Read          PIC ZZ,ZZ9.
           02  FILLER                 PIC X(11) VALUE "  LISTED :".
           02  Prn-Lots-Listed        PIC ZZ,ZZ9.
           02  FILLER                 PIC X(17) VALUE
               "  NO EXPIRY DATE:".
           02  Prn-Lots-Undated       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Produce-Expiry-Report.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.
           MOVE Run-Date-Stamp TO DW-Date.
           PERFORM Convert-Date-To-Serial.
           MOVE DW-Serial TO Today-Serial.

           PERFORM Load-Expiry-Parm.
           PERFORM Load-Oil-Cost.
           PERFORM Build-Expiry-Work.

           OPEN OUTPUT Expiry-Report.
           OPEN INPUT Product-Master.
           IF Product-Master-OK
               MOVE "Y" TO Prod-Master-Open-Flag
           END-IF.

           MOVE Run-Date-Stamp TO Prn-Expiry-Run-Date.
           MOVE Warning-Days   TO Prn-Warning-Days.
           WRITE Expiry-Print-Line FROM Expiry-Heading-Line AFTER
                       ADVANCING 1 LINE.

           IF Lots-Listed = ZEROS
               WRITE Expiry-Print-Line FROM Expiry-Empty-Line AFTER
                           ADVANCING 2 LINES
           ELSE
               WRITE Expiry-Print-Line FROM Expiry-Topic-Line AFTER
                           ADVANCING 2 LINES

               SORT Expiry-Sort-File ON ASCENDING ES-Expiry-Date
                                                  ES-Oil-Number
                   USING Expiry-Work-File
                   OUTPUT PROCEDURE IS Print-Expiry-Lines

               MOVE "EXPIRED STOCK      :" TO Prn-Tot-Label
               MOVE Expired-Units TO Prn-Tot-Units
               MOVE Expired-Value TO Prn-Tot-Value
               WRITE Expiry-Print-Line FROM Expiry-Total-Line AFTER
                           ADVANCING 2 LINES
               MOVE "NEAR EXPIRY STOCK  :" TO Prn-Tot-Label
               MOVE Near-Units TO Prn-Tot-Units
               MOVE Near-Value TO Prn-Tot-Value
               WRITE Expiry-Print-Line FROM Expiry-Total-Line AFTER
                           ADVANCING 1 LINE
           END-IF.

           MOVE Lots-Read    TO Prn-Lots-Read.
           MOVE Lots-Listed  TO Prn-Lots-Listed.
           MOVE Lots-Undated TO Prn-Lots-Undated.
           WRITE Expiry-Print-Line FROM Expiry-Counts-Line AFTER
                       ADVANCING 2 LINES.

           IF Prod-Master-Open
               CLOSE Product-Master
           END-IF.
           CLOSE Expiry-Report.

           STOP RUN.

       Load-Expiry-Parm.
           OPEN INPUT Expiry-Parm-File.
           IF Expiry-Parm-Found
               READ Expiry-Parm-File
                   AT END CONTINUE
               END-READ

               IF Expiry-Parm-Found AND EP-Warning-Days NUMERIC
                   MOVE EP-Warning-Days TO Warning-Days
               END-IF

               CLOSE Expiry-Parm-File
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

       Build-Expiry-Work.
           OPEN OUTPUT Expiry-Work-File.

           OPEN INPUT Oil-Lot-File.
           IF Oil-Lot-File-Found
               READ Oil-Lot-File
                   AT END SET End-Of-Oil-Lot TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Oil-Lot
                   ADD 1 TO Lots-Read
                   IF LT-Qty-On-Hand > ZEROS
                       IF LT-Expiry-Date NOT NUMERIC
                               OR LT-Expiry-Date = ZEROS
                           ADD 1 TO Lots-Undated
                       ELSE
                           PERFORM Check-One-Lot
                       END-IF
                   END-IF

                   READ Oil-Lot-File
                       AT END SET End-Of-Oil-Lot TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Oil-Lot-File
           END-IF.

           CLOSE Expiry-Work-File.

       Check-One-Lot.
           MOVE LT-Expiry-Date TO DW-Date.
           PERFORM Convert-Date-To-Serial.
           COMPUTE Days-Left = DW-Serial - Today-Serial.

           IF Days-Left <= Warning-Days
               ADD 1 TO Lots-Listed
               MOVE LT-Expiry-Date  TO EW-Expiry-Date
               MOVE LT-Oil-Number   TO EW-Oil-Number
               MOVE LT-Lot-Number   TO EW-Lot-Number
               MOVE LT-Supplier-Id  TO EW-Supplier-Id
               MOVE LT-Qty-On-Hand  TO EW-Qty-On-Hand
               MOVE Days-Left       TO EW-Days-Left
               WRITE Expiry-Work-Rec
           END-IF.

       Convert-Date-To-Serial.
           COMPUTE DW-Year-Work = DW-Year - 1.
           COMPUTE DW-Leap-Count = DW-Year-Work / 4.
           COMPUTE DW-Rem = DW-Year-Work / 100.
           SUBTRACT DW-Rem FROM DW-Leap-Count.
           COMPUTE DW-Rem = DW-Year-Work / 400.
           ADD DW-Rem TO DW-Leap-Count.

           IF DW-Month < 01 OR DW-Month > 12
               MOVE 01 TO DW-Month
           END-IF.

           COMPUTE DW-Serial =
               DW-Year-Work * 365 + DW-Leap-Count
               + Month-Offset (DW-Month) + DW-Day.

           IF DW-Month > 2
               DIVIDE DW-Year BY 4 GIVING DW-Rem
                   REMAINDER DW-Month-Offset
               IF DW-Month-Offset = ZEROS
                   DIVIDE DW-Year BY 100 GIVING DW-Rem
                       REMAINDER DW-Month-Offset
                   IF DW-Month-Offset NOT = ZEROS
                       ADD 1 TO DW-Serial
                   ELSE
                       DIVIDE DW-Year BY 400 GIVING DW-Rem
                           REMAINDER DW-Month-Offset
                       IF DW-Month-Offset = ZEROS
                           ADD 1 TO DW-Serial
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Print-Expiry-Lines.
           RETURN Expiry-Sort-File
               AT END SET End-Of-Expiry-Sort TO TRUE
           END-RETURN.

           PERFORM UNTIL End-Of-Expiry-Sort
               PERFORM Print-One-Expiry-Line

               RETURN Expiry-Sort-File
                   AT END SET End-Of-Expiry-Sort TO TRUE
               END-RETURN
           END-PERFORM.

       Print-One-Expiry-Line.
           MOVE SPACES TO Prn-Exp-Name.
           IF Prod-Master-Open
               MOVE "E"           TO PM-Category
               MOVE ES-Oil-Number TO PM-Product-Number
               READ Product-Master
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PM-Product-Name TO Prn-Exp-Name
               END-READ
           END-IF.

           COMPUTE Lot-Value ROUNDED =
               ES-Qty-On-Hand * Oil-Avg-Cost (ES-Oil-Number).

           MOVE ES-Oil-Number  TO Prn-Exp-Oil.
           MOVE ES-Lot-Number  TO Prn-Exp-Lot.
           MOVE ES-Supplier-Id TO Prn-Exp-Supplier.
           MOVE ES-Expiry-Date TO Prn-Exp-Date.
           MOVE ES-Qty-On-Hand TO Prn-Exp-Qty.
           MOVE ES-Days-Left   TO Prn-Exp-Days.
           MOVE Lot-Value      TO Prn-Exp-Value.

           IF ES-Days-Left < ZEROS
               MOVE "EXPIRED"     TO Prn-Exp-Status
               ADD ES-Qty-On-Hand TO Expired-Units
               ADD Lot-Value      TO Expired-Value
           ELSE
               MOVE "NEAR EXPIRY" TO Prn-Exp-Status
               ADD ES-Qty-On-Hand TO Near-Units
               ADD Lot-Value      TO Near-Value
           END-IF.

           WRITE Expiry-Print-Line FROM Expiry-Detail-Line AFTER
                       ADVANCING 1 LINE.
