       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ReorderCalc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Reorder-Parm-File ASSIGN TO "REORDPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Reorder-Parm-Status.

           SELECT Sales-History ASSIGN TO "SALESHIST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SH-Key
                 FILE STATUS IS Sales-History-Status.

           SELECT PO-File ASSIGN TO "POFILE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PO-File-Status.

           SELECT Receipt-Archive ASSIGN TO "GOODSRCPTARC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Receipt-Archive-Status.

           SELECT Oil-Stock-File ASSIGN TO "OILSTOCK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Stock-Status.

           SELECT Product-Master ASSIGN TO "PRODUCT.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS PM-Product-Id
                 FILE STATUS IS Product-Master-Status.

           SELECT Reorder-Report ASSIGN TO "REORDER.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Reorder-Parm-File.
       01 Reorder-Parm-Rec.
           02  RP-History-Periods          PIC 99.
           02  RP-Review-Days              PIC 999.
           02  RP-Default-Lead-Days        PIC 999.
           02  RP-Approval                 PIC X.

       FD Sales-History.
       01 Sales-History-Rec.
           88 End-Of-Sales-History VALUE HIGH-VALUES.
           02  SH-Key.
               03  SH-Customer-Id          PIC X(5).
               03  SH-Oil-Id.
                   04  SH-Oil-Category     PIC X.
                   04  SH-Oil-Number       PIC 99.
               03  SH-Period.
                   04  SH-Period-Year      PIC 9(4).
                   04  SH-Period-Month     PIC 99.
           02  SH-Qty-Sold                 PIC S9(7).
           02  SH-Trade-Value              PIC S9(8)V99.

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

       FD Oil-Stock-File.
       01 Oil-Stock-Rec.
           88 End-Of-Oil-Stock     VALUE HIGH-VALUES.
           02  OS-Oil-Number               PIC 99.
           02  OS-On-Hand                  PIC 9(6).
           02  OS-Reorder-Point            PIC 9(5).
           02  OS-Order-Qty                PIC 9(5).

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

       FD Reorder-Report.
       01 Reorder-Print-Line               PIC X(96).

       WORKING-STORAGE SECTION.
       01  Reorder-Parm-Status          PIC XX.
           88  Reorder-Parm-Found          VALUE "00".

       01  Sales-History-Status         PIC XX.
           88  Sales-History-OK            VALUE "00".

       01  PO-File-Status               PIC XX.
           88  PO-File-Usable              VALUE "00".

       01  Receipt-Archive-Status       PIC XX.
           88  Receipt-Archive-Found       VALUE "00".

       01  Oil-Stock-Status             PIC XX.
           88  Oil-Stock-File-Found        VALUE "00".

       01  Product-Master-Status        PIC XX.
           88  Product-Master-OK           VALUE "00".

       01  Run-Date-Stamp               PIC 9(8).
       01  Run-Date-Split REDEFINES Run-Date-Stamp.
           02  Run-Year                  PIC 9(4).
           02  Run-Month                 PIC 99.
           02  FILLER                    PIC 99.

       01  Reorder-Parameters.
           02  History-Periods           PIC 99  VALUE 06.
           02  Review-Days               PIC 999 VALUE 030.
           02  Default-Lead-Days         PIC 999 VALUE 014.
           02  Approval-Flag             PIC X   VALUE "N".
               88  Update-Approved        VALUE "Y".

       01  Period-Window.
           02  Run-Month-Index           PIC 9(6).
           02  First-Month-Index         PIC 9(6).
           02  SH-Month-Index            PIC 9(6).
           02  Period-Slot               PIC 99.

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

       01  Order-Serial                 PIC 9(7).
       01  Lead-Days-Work               PIC S9(7).

       01  Oil-Demand-Table.
           02  Oil-Demand-Entry OCCURS 99 TIMES.
               03  OD-Period-Qty         PIC S9(7) OCCURS 24 TIMES.
               03  OD-Total-Qty          PIC S9(8).
               03  OD-Peak-Qty           PIC S9(7).
               03  OD-Lead-Total         PIC 9(7).
               03  OD-Lead-Receipts      PIC 9(5).
               03  OD-Lead-Max           PIC 9(5).
           02  Oil-I                     PIC 999.
           02  Per-I                     PIC 99.

       01  PO-Table.
           02  PO-Count                  PIC 9(4) VALUE ZEROS.
           02  PO-Entry OCCURS 3000 TIMES.
               03  PT-PO-Number          PIC 9(6).
               03  PT-Oil-Number         PIC 99.
               03  PT-Order-Date         PIC 9(8).
           02  PO-I                      PIC 9(4).
           02  PO-Slot                   PIC 9(4).
           02  PO-Found-Flag             PIC X.
               88  PO-Found               VALUE "Y".

       01  Stock-Control.
           02  Stock-Loaded-Flag         PIC X VALUE "N".
               88  Stock-Loaded           VALUE "Y".
           02  Stock-I                   PIC 999.
           02  Stock-Entry OCCURS 99 TIMES.
               03  Stock-Present         PIC X.
               03  Stock-On-Hand         PIC 9(6).
               03  Stock-Reorder-Point   PIC 9(5).
               03  Stock-Order-Qty       PIC 9(5).

       01  Oil-Names-Table.
           02  OIL-NAME              PIC X(15) OCCURS 99 TIMES.

       01  Reorder-Work-Fields.
           02  Avg-Monthly-Qty           PIC S9(7)V99.
           02  Peak-Monthly-Qty          PIC S9(7).
           02  Avg-Daily-Qty             PIC S9(5)V9999.
           02  Lead-Days                 PIC 9(5).
           02  Safety-Stock              PIC S9(7).
           02  New-Reorder-Point         PIC S9(7).
           02  New-Order-Qty             PIC S9(7).

       01  Reorder-Counters.
           02  Oils-Reviewed             PIC 9(4) VALUE ZEROS.
           02  Oils-Changed              PIC 9(4) VALUE ZEROS.
           02  Oils-No-Demand            PIC 9(4) VALUE ZEROS.
           02  POs-Dropped               PIC 9(4) VALUE ZEROS.

       01  Reorder-Heading-Line.
           02  FILLER                 PIC X(36) VALUE
               "REORDER POINT RECALCULATION  DATE   ".
           02  Prn-Reorder-Date       PIC 9(4)/99/99.

       01  Reorder-Parm-Line.
           02  FILLER                 PIC X(17) VALUE
               "HISTORY PERIODS: ".
           02  Prn-History-Periods    PIC Z9.
           02  FILLER                 PIC X(16) VALUE
               "   REVIEW DAYS: ".
           02  Prn-Review-Days        PIC ZZ9.
           02  FILLER                 PIC X(20) VALUE
               "   DEFAULT LEAD:   ".
           02  Prn-Default-Lead       PIC ZZ9.

       01  Reorder-Topic-Line.
           02  FILLER                 PIC X(20) VALUE "OIL".
           02  FILLER                 PIC X(9) VALUE "  AVG/MTH".
           02  FILLER                 PIC X(9) VALUE "  PEAK".
           02  FILLER                 PIC X(8) VALUE "  LEAD".
           02  FILLER                 PIC X(10) VALUE "   ROP NOW".
           02  FILLER                 PIC X(10) VALUE "   ROP NEW".
           02  FILLER                 PIC X(10) VALUE "   QTY NOW".
           02  FILLER                 PIC X(10) VALUE "   QTY NEW".
           02  FILLER                 PIC X(10) VALUE "  ACTION".

       01  Reorder-Detail-Line.
           02  Prn-Ro-Oil             PIC 99.
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Ro-Oil-Name        PIC X(15).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Ro-Avg             PIC ZZ,ZZ9.99.
           02  Prn-Ro-Peak            PIC BZZZ,ZZ9.
           02  Prn-Ro-Lead            PIC BBBZ,ZZ9.
           02  Prn-Ro-Lead-Flag       PIC X.
           02  Prn-Ro-Rop-Now         PIC BBBZZ,ZZ9.
           02  Prn-Ro-Rop-New         PIC BBBZZ,ZZ9.
           02  Prn-Ro-Qty-Now         PIC BBBZZ,ZZ9.
           02  Prn-Ro-Qty-New         PIC BBBZZ,ZZ9.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Ro-Action          PIC X(9).

       01  Reorder-Totals-Line.
           02  FILLER                 PIC X(16) VALUE
               "OILS REVIEWED  :".
           02  Prn-Oils-Reviewed      PIC Z,ZZ9.
           02  FILLER                 PIC X(12) VALUE "  CHANGED :".
           02  Prn-Oils-Changed       PIC Z,ZZ9.
           02  FILLER                 PIC X(14) VALUE "  NO DEMAND :".
           02  Prn-Oils-No-Demand     PIC Z,ZZ9.

       01  Reorder-Lead-Note-Line       PIC X(60) VALUE
           "* LEAD TIME DEFAULTED - NO RECEIPT HISTORY FOR THIS OIL".

       01  Reorder-Applied-Line         PIC X(60) VALUE
           "APPROVED - NEW VALUES WRITTEN TO OILSTOCK.DAT".

       01  Reorder-Review-Line          PIC X(60) VALUE
           "REVIEW ONLY - SET APPROVAL IN REORDPARM.DAT TO APPLY".

       01  Reorder-PO-Dropped-Line.
           02  FILLER                 PIC X(30) VALUE
               "NOTE: PO TABLE FULL -".
           02  Prn-POs-Dropped        PIC Z,ZZ9.
           02  FILLER                 PIC X(25) VALUE
               " PO(S) NOT IN LEAD TIME".

       PROCEDURE DIVISION.
       Recalculate-Reorder-Points.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.

           OPEN OUTPUT Reorder-Report.
           MOVE Run-Date-Stamp TO Prn-Reorder-Date.
           WRITE Reorder-Print-Line FROM Reorder-Heading-Line AFTER
                       ADVANCING 1 LINE.

           PERFORM Load-Reorder-Parm.

           MOVE History-Periods   TO Prn-History-Periods.
           MOVE Review-Days       TO Prn-Review-Days.
           MOVE Default-Lead-Days TO Prn-Default-Lead.
           WRITE Reorder-Print-Line FROM Reorder-Parm-Line AFTER
                       ADVANCING 1 LINE.

           PERFORM Load-Oil-Stock.
           IF NOT Stock-Loaded
               MOVE "OILSTOCK.DAT NOT AVAILABLE - NOTHING REVIEWED"
                   TO Reorder-Print-Line
               WRITE Reorder-Print-Line AFTER ADVANCING 2 LINES
               CLOSE Reorder-Report
               STOP RUN
           END-IF.

           PERFORM Load-Oil-Names.
           PERFORM Clear-Demand-Table.
           PERFORM Accumulate-Demand.
           PERFORM Load-PO-Table.
           PERFORM Accumulate-Lead-Times.

           WRITE Reorder-Print-Line FROM Reorder-Topic-Line AFTER
                       ADVANCING 2 LINES.

           PERFORM VARYING Oil-I FROM 1 BY 1 UNTIL Oil-I > 99
               IF Stock-Present (Oil-I) = "Y"
                   PERFORM Review-One-Oil
               END-IF
           END-PERFORM.

           MOVE Oils-Reviewed  TO Prn-Oils-Reviewed.
           MOVE Oils-Changed   TO Prn-Oils-Changed.
           MOVE Oils-No-Demand TO Prn-Oils-No-Demand.
           WRITE Reorder-Print-Line FROM Reorder-Totals-Line AFTER
                       ADVANCING 2 LINES.
           WRITE Reorder-Print-Line FROM Reorder-Lead-Note-Line AFTER
                       ADVANCING 1 LINE.

           IF POs-Dropped > ZEROS
               MOVE POs-Dropped TO Prn-POs-Dropped
               WRITE Reorder-Print-Line FROM Reorder-PO-Dropped-Line
                           AFTER ADVANCING 1 LINE
           END-IF.

           IF Update-Approved
               PERFORM Rewrite-Oil-Stock
               WRITE Reorder-Print-Line FROM Reorder-Applied-Line
                           AFTER ADVANCING 2 LINES
           ELSE
               WRITE Reorder-Print-Line FROM Reorder-Review-Line
                           AFTER ADVANCING 2 LINES
           END-IF.

           CLOSE Reorder-Report.

           STOP RUN.

       Load-Reorder-Parm.
           OPEN INPUT Reorder-Parm-File.
           IF Reorder-Parm-Found
               READ Reorder-Parm-File
                   AT END CONTINUE
               END-READ

               IF Reorder-Parm-Found
                   IF RP-History-Periods NUMERIC
                           AND RP-History-Periods >= 01
                           AND RP-History-Periods <= 24
                       MOVE RP-History-Periods TO History-Periods
                   END-IF
                   IF RP-Review-Days NUMERIC
                           AND RP-Review-Days > ZEROS
                       MOVE RP-Review-Days TO Review-Days
                   END-IF
                   IF RP-Default-Lead-Days NUMERIC
                           AND RP-Default-Lead-Days > ZEROS
                       MOVE RP-Default-Lead-Days TO Default-Lead-Days
                   END-IF
                   MOVE RP-Approval TO Approval-Flag
               END-IF

               CLOSE Reorder-Parm-File
           END-IF.

       Load-Oil-Stock.
           PERFORM VARYING Stock-I FROM 1 BY 1 UNTIL Stock-I > 99
               MOVE "N"   TO Stock-Present (Stock-I)
               MOVE ZEROS TO Stock-On-Hand (Stock-I)
               MOVE ZEROS TO Stock-Reorder-Point (Stock-I)
               MOVE ZEROS TO Stock-Order-Qty (Stock-I)
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

       Load-Oil-Names.
           PERFORM VARYING Oil-I FROM 1 BY 1 UNTIL Oil-I > 99
               MOVE SPACES TO OIL-NAME (Oil-I)
           END-PERFORM.

           OPEN INPUT Product-Master.
           IF Product-Master-OK
               READ Product-Master
                   AT END SET End-Of-Product-Master TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Product-Master
                   IF PM-Category = "E"
                           AND PM-Product-Number >= 01
                       MOVE PM-Product-Name TO
                               OIL-NAME (PM-Product-Number)
                   END-IF

                   READ Product-Master
                       AT END SET End-Of-Product-Master TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Product-Master
           END-IF.

       Clear-Demand-Table.
           PERFORM VARYING Oil-I FROM 1 BY 1 UNTIL Oil-I > 99
               PERFORM VARYING Per-I FROM 1 BY 1 UNTIL Per-I > 24
                   MOVE ZEROS TO OD-Period-Qty (Oil-I, Per-I)
               END-PERFORM
               MOVE ZEROS TO OD-Total-Qty (Oil-I)
               MOVE ZEROS TO OD-Peak-Qty (Oil-I)
               MOVE ZEROS TO OD-Lead-Total (Oil-I)
               MOVE ZEROS TO OD-Lead-Receipts (Oil-I)
               MOVE ZEROS TO OD-Lead-Max (Oil-I)
           END-PERFORM.

       Accumulate-Demand.
           COMPUTE Run-Month-Index = Run-Year * 12 + Run-Month - 1.
           COMPUTE First-Month-Index =
               Run-Month-Index - History-Periods.

           OPEN INPUT Sales-History.
           IF Sales-History-OK
               READ Sales-History
                   AT END SET End-Of-Sales-History TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Sales-History
                   IF SH-Oil-Category = "E"
                           AND SH-Oil-Number >= 01
                           AND SH-Period-Month >= 01
                           AND SH-Period-Month <= 12
                       COMPUTE SH-Month-Index =
                           SH-Period-Year * 12 + SH-Period-Month - 1
                       IF SH-Month-Index >= First-Month-Index
                               AND SH-Month-Index < Run-Month-Index
                           COMPUTE Period-Slot =
                               SH-Month-Index - First-Month-Index + 1
                           ADD SH-Qty-Sold TO OD-Period-Qty
                                   (SH-Oil-Number, Period-Slot)
                           ADD SH-Qty-Sold TO
                                   OD-Total-Qty (SH-Oil-Number)
                       END-IF
                   END-IF

                   READ Sales-History
                       AT END SET End-Of-Sales-History TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Sales-History
           END-IF.

           PERFORM VARYING Oil-I FROM 1 BY 1 UNTIL Oil-I > 99
               PERFORM VARYING Per-I FROM 1 BY 1
                       UNTIL Per-I > History-Periods
                   IF OD-Period-Qty (Oil-I, Per-I) > OD-Peak-Qty (Oil-I)
                       MOVE OD-Period-Qty (Oil-I, Per-I) TO
                               OD-Peak-Qty (Oil-I)
                   END-IF
               END-PERFORM
           END-PERFORM.

       Load-PO-Table.
           OPEN INPUT PO-File.
           IF PO-File-Usable
               READ PO-File
                   AT END SET End-Of-PO-File TO TRUE
               END-READ

               PERFORM UNTIL End-Of-PO-File
                   IF PO-Count < 3000
                       ADD 1 TO PO-Count
                       MOVE PO-Number     TO PT-PO-Number (PO-Count)
                       MOVE PO-Oil-Number TO PT-Oil-Number (PO-Count)
                       MOVE PO-Order-Date TO PT-Order-Date (PO-Count)
                   ELSE
                       ADD 1 TO POs-Dropped
                   END-IF

                   READ PO-File
                       AT END SET End-Of-PO-File TO TRUE
                   END-READ
               END-PERFORM

               CLOSE PO-File
           END-IF.

       Accumulate-Lead-Times.
           OPEN INPUT Receipt-Archive.
           IF Receipt-Archive-Found
               READ Receipt-Archive
                   AT END SET End-Of-Receipt-Archive TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Receipt-Archive
                   PERFORM Find-Receipt-PO
                   IF PO-Found
                       PERFORM Add-One-Lead-Time
                   END-IF

                   READ Receipt-Archive
                       AT END SET End-Of-Receipt-Archive TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Receipt-Archive
           END-IF.

       Find-Receipt-PO.
           MOVE "N" TO PO-Found-Flag.
           PERFORM VARYING PO-I FROM 1 BY 1
                   UNTIL PO-I > PO-Count OR PO-Found
               IF PT-PO-Number (PO-I) = GA-PO-Number
                   MOVE "Y" TO PO-Found-Flag
                   MOVE PO-I TO PO-Slot
               END-IF
           END-PERFORM.

       Add-One-Lead-Time.
           IF PT-Oil-Number (PO-Slot) >= 01
                   AND PT-Order-Date (PO-Slot) > ZEROS
                   AND GA-Receipt-Date > ZEROS
               MOVE PT-Order-Date (PO-Slot) TO DW-Date
               PERFORM Convert-Date-To-Serial
               MOVE DW-Serial TO Order-Serial
               MOVE GA-Receipt-Date TO DW-Date
               PERFORM Convert-Date-To-Serial
               COMPUTE Lead-Days-Work = DW-Serial - Order-Serial

               IF Lead-Days-Work >= ZEROS
                   MOVE PT-Oil-Number (PO-Slot) TO Oil-I
                   ADD Lead-Days-Work TO OD-Lead-Total (Oil-I)
                   ADD 1 TO OD-Lead-Receipts (Oil-I)
                   IF Lead-Days-Work > OD-Lead-Max (Oil-I)
                       MOVE Lead-Days-Work TO OD-Lead-Max (Oil-I)
                   END-IF
               END-IF
           END-IF.

       Convert-Date-To-Serial.
           COMPUTE DW-Year-Work = DW-Year - 1.
           COMPUTE DW-Leap-Count = DW-Year-Work / 4.
           COMPUTE DW-Rem = DW-Year-Work / 100.
           SUBTRACT DW-Rem FROM DW-Leap-Count.
           COMPUTE DW-Rem = DW-Year-Work / 400.
           ADD DW-Rem TO DW-Leap-Count.

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

       Review-One-Oil.
           ADD 1 TO Oils-Reviewed.

           COMPUTE Avg-Monthly-Qty ROUNDED =
               OD-Total-Qty (Oil-I) / History-Periods.
           IF Avg-Monthly-Qty < ZEROS
               MOVE ZEROS TO Avg-Monthly-Qty
           END-IF.
           MOVE OD-Peak-Qty (Oil-I) TO Peak-Monthly-Qty.

           MOVE SPACE TO Prn-Ro-Lead-Flag.
           IF OD-Lead-Receipts (Oil-I) > ZEROS
               COMPUTE Lead-Days ROUNDED =
                   OD-Lead-Total (Oil-I) / OD-Lead-Receipts (Oil-I)
           ELSE
               MOVE Default-Lead-Days TO Lead-Days
               MOVE "*" TO Prn-Ro-Lead-Flag
           END-IF.

           MOVE Oil-I TO Prn-Ro-Oil.
           MOVE OIL-NAME (Oil-I) TO Prn-Ro-Oil-Name.
           MOVE Avg-Monthly-Qty TO Prn-Ro-Avg.
           MOVE Peak-Monthly-Qty TO Prn-Ro-Peak.
           MOVE Lead-Days TO Prn-Ro-Lead.
           MOVE Stock-Reorder-Point (Oil-I) TO Prn-Ro-Rop-Now.
           MOVE Stock-Order-Qty (Oil-I) TO Prn-Ro-Qty-Now.

           IF Avg-Monthly-Qty = ZEROS AND Peak-Monthly-Qty <= ZEROS
               ADD 1 TO Oils-No-Demand
               MOVE Stock-Reorder-Point (Oil-I) TO Prn-Ro-Rop-New
               MOVE Stock-Order-Qty (Oil-I) TO Prn-Ro-Qty-New
               MOVE "NO DEMAND" TO Prn-Ro-Action
           ELSE
               PERFORM Compute-New-Values
           END-IF.

           WRITE Reorder-Print-Line FROM Reorder-Detail-Line AFTER
                       ADVANCING 1 LINE.

       Compute-New-Values.
           COMPUTE Avg-Daily-Qty ROUNDED = Avg-Monthly-Qty / 30.

           COMPUTE Safety-Stock ROUNDED =
               (Peak-Monthly-Qty - Avg-Monthly-Qty) / 30 * Lead-Days.
           IF Safety-Stock < ZEROS
               MOVE ZEROS TO Safety-Stock
           END-IF.

           COMPUTE New-Reorder-Point ROUNDED =
               Avg-Daily-Qty * Lead-Days + Safety-Stock.
           COMPUTE New-Order-Qty ROUNDED =
               Avg-Daily-Qty * Review-Days.
           IF New-Order-Qty < 1
               MOVE 1 TO New-Order-Qty
           END-IF.
           IF New-Reorder-Point > 99999
               MOVE 99999 TO New-Reorder-Point
           END-IF.
           IF New-Order-Qty > 99999
               MOVE 99999 TO New-Order-Qty
           END-IF.

           MOVE New-Reorder-Point TO Prn-Ro-Rop-New.
           MOVE New-Order-Qty     TO Prn-Ro-Qty-New.

           IF New-Reorder-Point = Stock-Reorder-Point (Oil-I)
                   AND New-Order-Qty = Stock-Order-Qty (Oil-I)
               MOVE "NO CHANGE" TO Prn-Ro-Action
           ELSE
               ADD 1 TO Oils-Changed
               IF Update-Approved
                   MOVE New-Reorder-Point TO
                           Stock-Reorder-Point (Oil-I)
                   MOVE New-Order-Qty TO Stock-Order-Qty (Oil-I)
                   MOVE "UPDATED" TO Prn-Ro-Action
               ELSE
                   MOVE "PROPOSED" TO Prn-Ro-Action
               END-IF
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
