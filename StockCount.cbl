       IDENTIFICATION DIVISION.
       PROGRAM-ID.  StockCount.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Count-Parm-File ASSIGN TO "COUNTPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Count-Parm-Status.

           SELECT Count-Select-File ASSIGN TO "COUNTSEL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Count-Select-Status.

           SELECT Count-Snapshot ASSIGN TO "COUNTSNAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Count-Snapshot-Status.

           SELECT Count-Input-File ASSIGN TO "COUNTIN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Count-Input-Status.

           SELECT Oil-Stock-File ASSIGN TO "OILSTOCK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Stock-Status.

           SELECT Oil-Cost-File ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Cost-Status.

           SELECT Oil-Lot-File ASSIGN TO "OILLOT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Lot-Status.

           SELECT Product-Master ASSIGN TO "PRODUCT.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PM-Product-Id
                 FILE STATUS IS Product-Master-Status.

           SELECT Stock-Adjust-File ASSIGN TO "STOCKADJ.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Stock-Adjust-Status.

           SELECT GL-Map-File ASSIGN TO "GLACCTMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Map-Status.

           SELECT GL-Posting-File ASSIGN TO "GLPOSTING.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Posting-Status.

           SELECT Count-Report ASSIGN TO "STOCKCOUNT.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Count-Parm-File.
       01 Count-Parm-Rec.
           02  CX-Function                 PIC X.
               88  Freeze-Function         VALUE "F".
               88  Variance-Function       VALUE "V".
               88  Post-Function           VALUE "P".
           02  CX-Approval                 PIC X.
               88  Adjustments-Approved    VALUE "Y".

       FD Count-Select-File.
       01 Count-Select-Rec.
           88 End-Of-Count-Select  VALUE HIGH-VALUES.
           02  CL-Oil-Number               PIC 99.

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
               88  CS-Count-Frozen         VALUE "F".
               88  CS-Count-Entered        VALUE "C".

       FD Count-Input-File.
       01 Count-Input-Rec.
           88 End-Of-Count-Input   VALUE HIGH-VALUES.
           02  CI-Oil-Number               PIC 99.
           02  CI-Counted-Qty              PIC 9(6).
           02  CI-Reason-Code              PIC X(2).

       FD Oil-Stock-File.
       01 Oil-Stock-Rec.
           88 End-Of-Oil-Stock     VALUE HIGH-VALUES.
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

       FD Stock-Adjust-File.
       01 Stock-Adjust-Rec.
           02  SA-Oil-Number               PIC 99.
           02  SA-Freeze-Date              PIC 9(8).
           02  SA-Frozen-Qty               PIC 9(6).
           02  SA-Counted-Qty              PIC 9(6).
           02  SA-Adjust-Qty               PIC S9(6).
           02  SA-Adjust-Value             PIC S9(8)V99.
           02  SA-Reason-Code              PIC X(2).
           02  SA-Post-Date                PIC 9(8).

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

       FD Count-Report.
       01 Count-Print-Line                 PIC X(90).

       WORKING-STORAGE SECTION.
       01  Count-Parm-Status            PIC XX.
           88  Count-Parm-Found            VALUE "00".

       01  Count-Select-Status          PIC XX.
           88  Count-Select-Found          VALUE "00".

       01  Count-Snapshot-Status        PIC XX.
           88  Count-Snapshot-Found        VALUE "00".

       01  Count-Input-Status           PIC XX.
           88  Count-Input-Found           VALUE "00".

       01  Oil-Stock-Status             PIC XX.
           88  Oil-Stock-File-Found        VALUE "00".

       01  Oil-Cost-Status              PIC XX.
           88  Oil-Cost-File-Found         VALUE "00".

       01  Oil-Lot-Status               PIC XX.
           88  Oil-Lot-File-Found          VALUE "00".

       01  Product-Master-Status        PIC XX.
           88  Product-Master-OK           VALUE "00".

       01  Stock-Adjust-Status          PIC XX.
           88  Stock-Adjust-Missing        VALUE "35".

       01  GL-Map-Status                PIC XX.
           88  GL-Map-File-Found           VALUE "00".

       01  GL-Posting-Status            PIC XX.
           88  GL-Posting-Missing          VALUE "35".

       01  Run-Date-Stamp               PIC 9(8).

       01  Count-Switches.
           02  Count-Function            PIC X VALUE SPACE.
           02  Count-Approval            PIC X VALUE "N".
           02  Stock-Loaded-Flag         PIC X VALUE "N".
               88  Stock-Loaded           VALUE "Y".
           02  Prod-Master-Open-Flag     PIC X VALUE "N".
               88  Prod-Master-Open       VALUE "Y".
           02  Select-List-Flag          PIC X VALUE "N".
               88  Select-List-Given      VALUE "Y".

       01  Stock-Control.
           02  Stock-I                   PIC 999.
           02  Stock-Entry OCCURS 99 TIMES.
               03  Stock-Present         PIC X.
               03  Stock-On-Hand         PIC 9(6).
               03  Stock-Reorder-Point   PIC 9(5).
               03  Stock-Order-Qty       PIC 9(5).
               03  Stock-Avg-Cost        PIC 9(4)V9999.
               03  Stock-Selected        PIC X.

       01  Count-Table.
           02  Count-Open-Count          PIC 999 VALUE ZEROS.
           02  Count-Entry OCCURS 99 TIMES.
               03  CE-Present            PIC X.
               03  CE-Frozen-Qty         PIC 9(6).
               03  CE-Freeze-Date        PIC 9(8).
               03  CE-Avg-Unit-Cost      PIC 9(4)V9999.
               03  CE-Counted-Qty        PIC 9(6).
               03  CE-Reason-Code        PIC X(2).
               03  CE-Count-Status       PIC X.

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
           02  Lot-Best                  PIC 9(4).
           02  Lot-Best-Expiry           PIC 9(8).
           02  Lot-Expiry-Work           PIC 9(8).
           02  Lot-Units-Left            PIC 9(6).
           02  Lot-Units-Taken           PIC 9(6).
           02  Count-Lot-Number.
               03  FILLER                PIC X(3) VALUE "CNT".
               03  Count-Lot-Date        PIC X(6).

       01  Count-Work-Fields.
           02  Oil-I                     PIC 999.
           02  Oil-Name-Work             PIC X(15).
           02  Adjust-Qty                PIC S9(6).
           02  Adjust-Value              PIC S9(8)V99.
           02  New-On-Hand               PIC S9(7).

       01  Count-Counters.
           02  Oils-Frozen               PIC 9(5) VALUE ZEROS.
           02  Counts-Read               PIC 9(5) VALUE ZEROS.
           02  Counts-Accepted           PIC 9(5) VALUE ZEROS.
           02  Counts-Rejected           PIC 9(5) VALUE ZEROS.
           02  Oils-Not-Counted          PIC 9(5) VALUE ZEROS.
           02  Oils-Adjusted             PIC 9(5) VALUE ZEROS.
           02  Total-Variance-Units      PIC S9(7) VALUE ZEROS.
           02  Total-Variance-Value      PIC S9(9)V99 VALUE ZEROS.

       01  GL-Map-Table.
           02  GL-Map-Count              PIC 999 VALUE ZEROS.
           02  GL-Map-Entry OCCURS 100 TIMES.
               03  GMT-Map-Type          PIC X.
               03  GMT-Map-Key           PIC X(2).
               03  GMT-Account           PIC X(8).

       01  GL-Work-Fields.
           02  GL-I                      PIC 999.
           02  Suspense-Account          PIC X(8) VALUE "SUSPENSE".
           02  GL-Account-Found          PIC X.
           02  GL-Found-Account          PIC X(8).
           02  GL-Map-Key-Work           PIC X(2).
           02  GL-Lookup-Type            PIC X.
           02  GL-Writeoff-Account       PIC X(8).
           02  GL-Inventory-Account      PIC X(8).
           02  GL-Oil-Number-X.
               03  GL-Oil-Number         PIC 99.

       01  Count-Heading-Line.
           02  FILLER                 PIC X(24) VALUE
               "PHYSICAL STOCK COUNT -  ".
           02  Prn-Count-Function     PIC X(16).
           02  FILLER                 PIC X(5) VALUE "DATE ".
           02  Prn-Count-Date         PIC 9(4)/99/99.

       01  Sheet-Heading-Line.
           02  FILLER                 PIC X(20) VALUE
               "COUNT SHEET  OIL    ".
           02  Prn-Sheet-Oil          PIC 99.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Sheet-Name         PIC X(15).
           02  FILLER                 PIC X(15) VALUE
               "   FROZEN DATE ".
           02  Prn-Sheet-Date         PIC 9(4)/99/99.

       01  Sheet-Entry-Line           PIC X(60) VALUE
           "COUNTED QTY  ____________    REASON CODE  ____".

       01  Sheet-Sign-Line            PIC X(60) VALUE
           "COUNTED BY   ____________    CHECKED BY   ____________".

       01  Variance-Topic-Line.
           02  FILLER                 PIC X(4) VALUE "OIL ".
           02  FILLER                 PIC X(16) VALUE "NAME".
           02  FILLER                 PIC X(9) VALUE "   FROZEN".
           02  FILLER                 PIC X(9) VALUE "  COUNTED".
           02  FILLER                 PIC X(9) VALUE " VARIANCE".
           02  FILLER                 PIC X(12) VALUE "    AVG COST".
           02  FILLER                 PIC X(14) VALUE
               "         VALUE".
           02  FILLER                 PIC X(7) VALUE "  RSN".

       01  Variance-Detail-Line.
           02  Prn-Var-Oil            PIC 99.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Var-Name           PIC X(15).
           02  Prn-Var-Frozen         PIC BZZZ,ZZ9.
           02  Prn-Var-Counted        PIC BZZZ,ZZ9.
           02  Prn-Var-Units          PIC BZZZ,ZZ9-.
           02  Prn-Var-Cost           PIC BB$,$$9.9999.
           02  Prn-Var-Value          PIC B$$$,$$$,$$9.99-.
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Var-Reason         PIC X(2).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Var-Note           PIC X(11).

       01  Count-Exception-Line.
           02  FILLER                 PIC X(4) VALUE "OIL ".
           02  Prn-Exc-Oil            PIC 99.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Exc-Qty            PIC ZZZ,ZZ9.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Exc-Reason         PIC X(30).

       01  Count-Totals-Line.
           02  FILLER                 PIC X(20) VALUE
               "TOTAL VARIANCE     :".
           02  Prn-Tot-Units          PIC Z,ZZZ,ZZ9-.
           02  FILLER                 PIC X(9) VALUE " UNITS  ".
           02  Prn-Tot-Value          PIC $$$$,$$$,$$9.99-.

       01  Count-Counts-Line.
           02  FILLER                 PIC X(16) VALUE
               "OILS FROZEN    :".
           02  Prn-Oils-Frozen        PIC ZZ,ZZ9.
           02  FILLER                 PIC X(12) VALUE "  COUNTED :".
           02  Prn-Counts-Accepted    PIC ZZ,ZZ9.
           02  FILLER                 PIC X(13) VALUE "  REJECTED :".
           02  Prn-Counts-Rejected    PIC ZZ,ZZ9.
           02  FILLER                 PIC X(14) VALUE "  NOT COUNTED:".
           02  Prn-Oils-Not-Counted   PIC ZZ,ZZ9.

       01  Count-Posted-Line.
           02  FILLER                 PIC X(16) VALUE
               "OILS ADJUSTED  :".
           02  Prn-Oils-Adjusted      PIC ZZ,ZZ9.
           02  FILLER                 PIC X(31) VALUE
               "  - COUNT CLOSED FOR THESE OILS".

       PROCEDURE DIVISION.
       Run-Stock-Count.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.

           PERFORM Load-Count-Parm.

           OPEN OUTPUT Count-Report.
           MOVE Run-Date-Stamp TO Prn-Count-Date.
           EVALUATE Count-Function
               WHEN "F"
                   MOVE "FREEZE / SHEETS" TO Prn-Count-Function
               WHEN "V"
                   MOVE "VARIANCE REPORT" TO Prn-Count-Function
               WHEN "P"
                   MOVE "ADJUSTMENT POST" TO Prn-Count-Function
               WHEN OTHER
                   MOVE "NO FUNCTION" TO Prn-Count-Function
           END-EVALUATE.
           WRITE Count-Print-Line FROM Count-Heading-Line AFTER
                       ADVANCING 1 LINE.

           OPEN INPUT Product-Master.
           IF Product-Master-OK
               MOVE "Y" TO Prod-Master-Open-Flag
           END-IF.

           PERFORM Load-Count-Snapshot.

           EVALUATE Count-Function
               WHEN "F"
                   PERFORM Freeze-Stock-Snapshot
               WHEN "V"
                   PERFORM Enter-Counted-Quantities
               WHEN "P"
                   PERFORM Post-Count-Adjustments
               WHEN OTHER
                   MOVE "COUNTPARM.DAT MISSING OR FUNCTION NOT F/V/P"
                       TO Count-Print-Line
                   WRITE Count-Print-Line AFTER ADVANCING 2 LINES
           END-EVALUATE.

           IF Prod-Master-Open
               CLOSE Product-Master
           END-IF.

           CLOSE Count-Report.

           STOP RUN.

       Load-Count-Parm.
           OPEN INPUT Count-Parm-File.
           IF Count-Parm-Found
               READ Count-Parm-File
                   AT END CONTINUE
               END-READ

               IF Count-Parm-Found
                   MOVE CX-Function TO Count-Function
                   IF Adjustments-Approved
                       MOVE "Y" TO Count-Approval
                   END-IF
               END-IF

               CLOSE Count-Parm-File
           END-IF.

       Load-Count-Snapshot.
           PERFORM VARYING Oil-I FROM 1 BY 1 UNTIL Oil-I > 99
               MOVE "N"    TO CE-Present (Oil-I)
               MOVE ZEROS  TO CE-Frozen-Qty (Oil-I)
               MOVE ZEROS  TO CE-Freeze-Date (Oil-I)
               MOVE ZEROS  TO CE-Avg-Unit-Cost (Oil-I)
               MOVE ZEROS  TO CE-Counted-Qty (Oil-I)
               MOVE SPACES TO CE-Reason-Code (Oil-I)
               MOVE SPACE  TO CE-Count-Status (Oil-I)
           END-PERFORM.

           OPEN INPUT Count-Snapshot.
           IF Count-Snapshot-Found
               READ Count-Snapshot
                   AT END SET End-Of-Count-Snapshot TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Count-Snapshot
                   IF CS-Oil-Number >= 01 AND CS-Oil-Number <= 99
                       ADD 1 TO Count-Open-Count
                       MOVE "Y" TO CE-Present (CS-Oil-Number)
                       MOVE CS-Frozen-Qty TO
                               CE-Frozen-Qty (CS-Oil-Number)
                       MOVE CS-Freeze-Date TO
                               CE-Freeze-Date (CS-Oil-Number)
                       MOVE CS-Avg-Unit-Cost TO
                               CE-Avg-Unit-Cost (CS-Oil-Number)
                       MOVE CS-Counted-Qty TO
                               CE-Counted-Qty (CS-Oil-Number)
                       MOVE CS-Reason-Code TO
                               CE-Reason-Code (CS-Oil-Number)
                       MOVE CS-Count-Status TO
                               CE-Count-Status (CS-Oil-Number)
                   END-IF

                   READ Count-Snapshot
                       AT END SET End-Of-Count-Snapshot TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Count-Snapshot
           END-IF.

       Rewrite-Count-Snapshot.
           OPEN OUTPUT Count-Snapshot.

           PERFORM VARYING Oil-I FROM 1 BY 1 UNTIL Oil-I > 99
               IF CE-Present (Oil-I) = "Y"
                   MOVE Oil-I TO CS-Oil-Number
                   MOVE CE-Frozen-Qty (Oil-I)    TO CS-Frozen-Qty
                   MOVE CE-Freeze-Date (Oil-I)   TO CS-Freeze-Date
                   MOVE CE-Avg-Unit-Cost (Oil-I) TO CS-Avg-Unit-Cost
                   MOVE CE-Counted-Qty (Oil-I)   TO CS-Counted-Qty
                   MOVE CE-Reason-Code (Oil-I)   TO CS-Reason-Code
                   MOVE CE-Count-Status (Oil-I)  TO CS-Count-Status
                   WRITE Count-Snapshot-Rec
               END-IF
           END-PERFORM.

           CLOSE Count-Snapshot.

       Load-Oil-Stock.
           PERFORM VARYING Stock-I FROM 1 BY 1 UNTIL Stock-I > 99
               MOVE "N"   TO Stock-Present (Stock-I)
               MOVE ZEROS TO Stock-On-Hand (Stock-I)
               MOVE ZEROS TO Stock-Reorder-Point (Stock-I)
               MOVE ZEROS TO Stock-Order-Qty (Stock-I)
               MOVE ZEROS TO Stock-Avg-Cost (Stock-I)
               MOVE "N"   TO Stock-Selected (Stock-I)
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
                               Stock-Avg-Cost (OC-Oil-Number)
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

       Load-Count-Selection.
           OPEN INPUT Count-Select-File.
           IF Count-Select-Found
               READ Count-Select-File
                   AT END SET End-Of-Count-Select TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Count-Select
                   IF CL-Oil-Number NUMERIC
                           AND CL-Oil-Number >= 01
                       MOVE "Y" TO Select-List-Flag
                       MOVE "Y" TO Stock-Selected (CL-Oil-Number)
                   END-IF

                   READ Count-Select-File
                       AT END SET End-Of-Count-Select TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Count-Select-File
           END-IF.

           IF NOT Select-List-Given
               PERFORM VARYING Stock-I FROM 1 BY 1 UNTIL Stock-I > 99
                   MOVE "Y" TO Stock-Selected (Stock-I)
               END-PERFORM
           END-IF.

       Find-Oil-Name.
           MOVE SPACES TO Oil-Name-Work.
           IF Prod-Master-Open
               MOVE "E"   TO PM-Category
               MOVE Oil-I TO PM-Product-Number
               READ Product-Master
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PM-Product-Name TO Oil-Name-Work
               END-READ
           END-IF.

       Freeze-Stock-Snapshot.
           PERFORM Load-Oil-Stock.
           IF NOT Stock-Loaded
               MOVE "OILSTOCK.DAT NOT AVAILABLE - NOTHING FROZEN"
                   TO Count-Print-Line
               WRITE Count-Print-Line AFTER ADVANCING 2 LINES
           ELSE
               PERFORM Load-Oil-Cost
               PERFORM Load-Count-Selection

               PERFORM VARYING Oil-I FROM 1 BY 1 UNTIL Oil-I > 99
                   IF Stock-Present (Oil-I) = "Y"
                           AND Stock-Selected (Oil-I) = "Y"
                       IF CE-Present (Oil-I) = "Y"
                           MOVE Oil-I TO Prn-Exc-Oil
                           MOVE CE-Frozen-Qty (Oil-I) TO Prn-Exc-Qty
                           MOVE "COUNT ALREADY OPEN - NOT FROZEN"
                               TO Prn-Exc-Reason
                           WRITE Count-Print-Line FROM
                                   Count-Exception-Line
                                   AFTER ADVANCING 1 LINE
                       ELSE
                           PERFORM Freeze-One-Oil
                       END-IF
                   END-IF
               END-PERFORM

               PERFORM Rewrite-Count-Snapshot

               MOVE Oils-Frozen TO Prn-Oils-Frozen
               MOVE ZEROS TO Prn-Counts-Accepted
               MOVE ZEROS TO Prn-Counts-Rejected
               MOVE Oils-Frozen TO Prn-Oils-Not-Counted
               WRITE Count-Print-Line FROM Count-Counts-Line AFTER
                           ADVANCING 2 LINES
           END-IF.

       Freeze-One-Oil.
           ADD 1 TO Oils-Frozen.
           MOVE "Y"                     TO CE-Present (Oil-I).
           MOVE Stock-On-Hand (Oil-I)   TO CE-Frozen-Qty (Oil-I).
           MOVE Run-Date-Stamp          TO CE-Freeze-Date (Oil-I).
           MOVE Stock-Avg-Cost (Oil-I)  TO CE-Avg-Unit-Cost (Oil-I).
           MOVE ZEROS                   TO CE-Counted-Qty (Oil-I).
           MOVE SPACES                  TO CE-Reason-Code (Oil-I).
           MOVE "F"                     TO CE-Count-Status (Oil-I).

           PERFORM Find-Oil-Name.
           MOVE Oil-I          TO Prn-Sheet-Oil.
           MOVE Oil-Name-Work  TO Prn-Sheet-Name.
           MOVE Run-Date-Stamp TO Prn-Sheet-Date.
           WRITE Count-Print-Line FROM Sheet-Heading-Line AFTER
                       ADVANCING PAGE.
           WRITE Count-Print-Line FROM Sheet-Entry-Line AFTER
                       ADVANCING 3 LINES.
           WRITE Count-Print-Line FROM Sheet-Sign-Line AFTER
                       ADVANCING 3 LINES.

       Enter-Counted-Quantities.
           IF Count-Open-Count = ZEROS
               MOVE "NO COUNT OPEN - RUN THE FREEZE STEP FIRST"
                   TO Count-Print-Line
               WRITE Count-Print-Line AFTER ADVANCING 2 LINES
           ELSE
               OPEN INPUT Count-Input-File
               IF Count-Input-Found
                   READ Count-Input-File
                       AT END SET End-Of-Count-Input TO TRUE
                   END-READ

                   PERFORM UNTIL End-Of-Count-Input
                       ADD 1 TO Counts-Read
                       PERFORM Apply-One-Count

                       READ Count-Input-File
                           AT END SET End-Of-Count-Input TO TRUE
                       END-READ
                   END-PERFORM

                   CLOSE Count-Input-File
               END-IF

               PERFORM Rewrite-Count-Snapshot
               PERFORM Print-Variance-Report
           END-IF.

       Apply-One-Count.
           IF CI-Oil-Number NOT NUMERIC
                   OR CI-Oil-Number = ZEROS
                   OR CI-Counted-Qty NOT NUMERIC
               ADD 1 TO Counts-Rejected
               MOVE ZEROS TO Prn-Exc-Oil
               MOVE ZEROS TO Prn-Exc-Qty
               MOVE "COUNT RECORD INVALID" TO Prn-Exc-Reason
               WRITE Count-Print-Line FROM Count-Exception-Line
                           AFTER ADVANCING 1 LINE
           ELSE
               IF CE-Present (CI-Oil-Number) NOT = "Y"
                   ADD 1 TO Counts-Rejected
                   MOVE CI-Oil-Number  TO Prn-Exc-Oil
                   MOVE CI-Counted-Qty TO Prn-Exc-Qty
                   MOVE "OIL NOT UNDER COUNT" TO Prn-Exc-Reason
                   WRITE Count-Print-Line FROM Count-Exception-Line
                               AFTER ADVANCING 1 LINE
               ELSE
                   ADD 1 TO Counts-Accepted
                   MOVE CI-Counted-Qty TO
                           CE-Counted-Qty (CI-Oil-Number)
                   MOVE CI-Reason-Code TO
                           CE-Reason-Code (CI-Oil-Number)
                   MOVE "C" TO CE-Count-Status (CI-Oil-Number)
               END-IF
           END-IF.

       Print-Variance-Report.
           WRITE Count-Print-Line FROM Variance-Topic-Line AFTER
                       ADVANCING 2 LINES.

           PERFORM VARYING Oil-I FROM 1 BY 1 UNTIL Oil-I > 99
               IF CE-Present (Oil-I) = "Y"
                   PERFORM Print-One-Variance
               END-IF
           END-PERFORM.

           MOVE Total-Variance-Units TO Prn-Tot-Units.
           MOVE Total-Variance-Value TO Prn-Tot-Value.
           WRITE Count-Print-Line FROM Count-Totals-Line AFTER
                       ADVANCING 2 LINES.

           MOVE Count-Open-Count TO Prn-Oils-Frozen.
           MOVE Counts-Accepted  TO Prn-Counts-Accepted.
           MOVE Counts-Rejected  TO Prn-Counts-Rejected.
           MOVE Oils-Not-Counted TO Prn-Oils-Not-Counted.
           WRITE Count-Print-Line FROM Count-Counts-Line AFTER
                       ADVANCING 1 LINE.

       Print-One-Variance.
           PERFORM Find-Oil-Name.
           MOVE Oil-I                    TO Prn-Var-Oil.
           MOVE Oil-Name-Work            TO Prn-Var-Name.
           MOVE CE-Frozen-Qty (Oil-I)    TO Prn-Var-Frozen.
           MOVE CE-Avg-Unit-Cost (Oil-I) TO Prn-Var-Cost.
           MOVE CE-Reason-Code (Oil-I)   TO Prn-Var-Reason.

           IF CE-Count-Status (Oil-I) = "C"
               COMPUTE Adjust-Qty =
                   CE-Counted-Qty (Oil-I) - CE-Frozen-Qty (Oil-I)
               COMPUTE Adjust-Value ROUNDED =
                   Adjust-Qty * CE-Avg-Unit-Cost (Oil-I)
               ADD Adjust-Qty   TO Total-Variance-Units
               ADD Adjust-Value TO Total-Variance-Value
               MOVE CE-Counted-Qty (Oil-I) TO Prn-Var-Counted
               MOVE Adjust-Qty             TO Prn-Var-Units
               MOVE Adjust-Value           TO Prn-Var-Value
               MOVE SPACES                 TO Prn-Var-Note
           ELSE
               ADD 1 TO Oils-Not-Counted
               MOVE ZEROS         TO Prn-Var-Counted
               MOVE ZEROS         TO Prn-Var-Units
               MOVE ZEROS         TO Prn-Var-Value
               MOVE "NOT COUNTED" TO Prn-Var-Note
           END-IF.

           WRITE Count-Print-Line FROM Variance-Detail-Line AFTER
                       ADVANCING 1 LINE.

       Post-Count-Adjustments.
           IF Count-Approval NOT = "Y"
               MOVE "ADJUSTMENTS NOT APPROVED - NOTHING POSTED"
                   TO Count-Print-Line
               WRITE Count-Print-Line AFTER ADVANCING 2 LINES
           ELSE
               PERFORM Load-Oil-Stock
               IF NOT Stock-Loaded
                   MOVE "OILSTOCK.DAT NOT AVAILABLE - NOTHING POSTED"
                       TO Count-Print-Line
                   WRITE Count-Print-Line AFTER ADVANCING 2 LINES
               ELSE
                   PERFORM Load-GL-Map
                   PERFORM Load-Oil-Lots
                   PERFORM Post-Counted-Oils
               END-IF
           END-IF.

       Post-Counted-Oils.
           OPEN EXTEND Stock-Adjust-File.
           IF Stock-Adjust-Missing
               OPEN OUTPUT Stock-Adjust-File
           END-IF.
           OPEN EXTEND GL-Posting-File.
           IF GL-Posting-Missing
               OPEN OUTPUT GL-Posting-File
           END-IF.

           WRITE Count-Print-Line FROM Variance-Topic-Line AFTER
                       ADVANCING 2 LINES.

           PERFORM VARYING Oil-I FROM 1 BY 1 UNTIL Oil-I > 99
               IF CE-Present (Oil-I) = "Y"
                   IF CE-Count-Status (Oil-I) = "C"
                       PERFORM Post-One-Adjustment
                   ELSE
                       ADD 1 TO Oils-Not-Counted
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE Stock-Adjust-File.
           CLOSE GL-Posting-File.

           PERFORM Rewrite-Oil-Stock.
           IF Lots-Loaded
               PERFORM Rewrite-Oil-Lots
           END-IF.
           PERFORM Rewrite-Count-Snapshot.

           MOVE Total-Variance-Units TO Prn-Tot-Units.
           MOVE Total-Variance-Value TO Prn-Tot-Value.
           WRITE Count-Print-Line FROM Count-Totals-Line AFTER
                       ADVANCING 2 LINES.
           MOVE Oils-Adjusted TO Prn-Oils-Adjusted.
           WRITE Count-Print-Line FROM Count-Posted-Line AFTER
                       ADVANCING 1 LINE.

       Post-One-Adjustment.
           ADD 1 TO Oils-Adjusted.
           IF CE-Reason-Code (Oil-I) = SPACES
               MOVE "CT" TO CE-Reason-Code (Oil-I)
           END-IF.

           COMPUTE Adjust-Qty =
               CE-Counted-Qty (Oil-I) - CE-Frozen-Qty (Oil-I).
           COMPUTE New-On-Hand = Stock-On-Hand (Oil-I) + Adjust-Qty.
           IF New-On-Hand < ZEROS
               COMPUTE Adjust-Qty = 0 - Stock-On-Hand (Oil-I)
               MOVE ZEROS TO New-On-Hand
           END-IF.
           MOVE New-On-Hand TO Stock-On-Hand (Oil-I).
           MOVE "Y" TO Stock-Present (Oil-I).

           IF Lots-Loaded
               IF Adjust-Qty < ZEROS
                   PERFORM Reduce-Counted-Lots
               ELSE
                   IF Adjust-Qty > ZEROS
                       PERFORM Add-Counted-Lot
                   END-IF
               END-IF
           END-IF.

           COMPUTE Adjust-Value ROUNDED =
               Adjust-Qty * CE-Avg-Unit-Cost (Oil-I).
           ADD Adjust-Qty   TO Total-Variance-Units.
           ADD Adjust-Value TO Total-Variance-Value.

           MOVE Oil-I                    TO SA-Oil-Number.
           MOVE CE-Freeze-Date (Oil-I)   TO SA-Freeze-Date.
           MOVE CE-Frozen-Qty (Oil-I)    TO SA-Frozen-Qty.
           MOVE CE-Counted-Qty (Oil-I)   TO SA-Counted-Qty.
           MOVE Adjust-Qty               TO SA-Adjust-Qty.
           MOVE Adjust-Value             TO SA-Adjust-Value.
           MOVE CE-Reason-Code (Oil-I)   TO SA-Reason-Code.
           MOVE Run-Date-Stamp           TO SA-Post-Date.
           WRITE Stock-Adjust-Rec.

           IF Adjust-Value NOT = ZEROS
               PERFORM Write-Adjustment-GL
           END-IF.

           PERFORM Find-Oil-Name.
           MOVE Oil-I                    TO Prn-Var-Oil.
           MOVE Oil-Name-Work            TO Prn-Var-Name.
           MOVE CE-Frozen-Qty (Oil-I)    TO Prn-Var-Frozen.
           MOVE CE-Counted-Qty (Oil-I)   TO Prn-Var-Counted.
           MOVE Adjust-Qty               TO Prn-Var-Units.
           MOVE CE-Avg-Unit-Cost (Oil-I) TO Prn-Var-Cost.
           MOVE Adjust-Value             TO Prn-Var-Value.
           MOVE CE-Reason-Code (Oil-I)   TO Prn-Var-Reason.
           MOVE "POSTED"                 TO Prn-Var-Note.
           WRITE Count-Print-Line FROM Variance-Detail-Line AFTER
                       ADVANCING 1 LINE.

           MOVE "N" TO CE-Present (Oil-I).

       Reduce-Counted-Lots.
           COMPUTE Lot-Units-Left = 0 - Adjust-Qty.
           MOVE 1 TO Lot-Best.
           PERFORM UNTIL Lot-Units-Left = ZEROS OR Lot-Best = ZEROS
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
               END-IF
           END-PERFORM.

       Find-First-Expiring-Lot.
           MOVE ZEROS TO Lot-Best.
           MOVE 99999999 TO Lot-Best-Expiry.

           PERFORM VARYING Lot-I FROM 1 BY 1 UNTIL Lot-I > Lot-Count
               IF LTT-Oil-Number (Lot-I) = Oil-I
                       AND LTT-Qty-On-Hand (Lot-I) > ZEROS
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

       Add-Counted-Lot.
           MOVE Run-Date-Stamp (3:6) TO Count-Lot-Date.
           MOVE ZEROS TO Lot-Best.
           PERFORM VARYING Lot-I FROM 1 BY 1 UNTIL Lot-I > Lot-Count
               IF LTT-Oil-Number (Lot-I) = Oil-I
                       AND LTT-Lot-Number (Lot-I) = Count-Lot-Number
                   MOVE Lot-I TO Lot-Best
               END-IF
           END-PERFORM.

           IF Lot-Best > ZEROS
               ADD Adjust-Qty TO LTT-Qty-Received (Lot-Best)
               ADD Adjust-Qty TO LTT-Qty-On-Hand (Lot-Best)
           ELSE
               IF Lot-Count < 999
                   ADD 1 TO Lot-Count
                   MOVE Oil-I            TO LTT-Oil-Number (Lot-Count)
                   MOVE Count-Lot-Number TO LTT-Lot-Number (Lot-Count)
                   MOVE ZEROS            TO LTT-Expiry-Date (Lot-Count)
                   MOVE Run-Date-Stamp   TO LTT-Receipt-Date (Lot-Count)
                   MOVE ZEROS            TO LTT-PO-Number (Lot-Count)
                   MOVE SPACES           TO LTT-Supplier-Id (Lot-Count)
                   MOVE Adjust-Qty       TO LTT-Qty-Received (Lot-Count)
                   MOVE Adjust-Qty       TO LTT-Qty-On-Hand (Lot-Count)
               ELSE
                   MOVE "N" TO Lots-Loaded-Flag
               END-IF
           END-IF.

       Write-Adjustment-GL.
           MOVE "W" TO GL-Lookup-Type.
           MOVE CE-Reason-Code (Oil-I) TO GL-Map-Key-Work.
           PERFORM Find-GL-Account.
           MOVE GL-Found-Account TO GL-Writeoff-Account.

           MOVE Oil-I TO GL-Oil-Number.
           MOVE "I" TO GL-Lookup-Type.
           MOVE GL-Oil-Number-X TO GL-Map-Key-Work.
           PERFORM Find-GL-Account.
           MOVE GL-Found-Account TO GL-Inventory-Account.

           MOVE Run-Date-Stamp TO GP-Run-Date.
           MOVE ZEROS          TO GP-Run-Number.
           MOVE SPACES         TO GP-Description.
           STRING "COUNT ADJ OIL " GL-Oil-Number-X " "
                   CE-Reason-Code (Oil-I)
               DELIMITED BY SIZE INTO GP-Description.

           IF Adjust-Value < ZEROS
               COMPUTE GP-Amount = 0 - Adjust-Value
               MOVE GL-Writeoff-Account  TO GP-Account
               MOVE "D" TO GP-Debit-Credit
               WRITE GL-Posting-Rec
               MOVE GL-Inventory-Account TO GP-Account
               MOVE "C" TO GP-Debit-Credit
               WRITE GL-Posting-Rec
           ELSE
               MOVE Adjust-Value TO GP-Amount
               MOVE GL-Inventory-Account TO GP-Account
               MOVE "D" TO GP-Debit-Credit
               WRITE GL-Posting-Rec
               MOVE GL-Writeoff-Account  TO GP-Account
               MOVE "C" TO GP-Debit-Credit
               WRITE GL-Posting-Rec
           END-IF.

       Load-GL-Map.
           OPEN INPUT GL-Map-File.
           IF GL-Map-File-Found
               READ GL-Map-File
                   AT END SET End-Of-GL-Map TO TRUE
               END-READ

               PERFORM UNTIL End-Of-GL-Map
                   EVALUATE GM-Map-Type
                       WHEN "D"
                           MOVE GM-Account TO Suspense-Account
                       WHEN "I"
                       WHEN "W"
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
