                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Stock-Status.

           SELECT Oil-Cost-File ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Cost-Status.

           SELECT Receipt-Archive ASSIGN TO "GOODSRCPTARC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Receipt-Archive-Status.

           SELECT Oil-Lot-File ASSIGN TO "OILLOT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Lot-Status.

           SELECT Receipt-Keep ASSIGN TO "GRKEEP.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL.

           02  GR-PO-Number                PIC 9(6).
           02  GR-Qty-Received             PIC 9(6).
           02  GR-Receipt-Date             PIC 9(8).
           02  GR-Lot-Number               PIC X(10).
           02  GR-Expiry-Date              PIC 9(8).

       FD PO-File.
       01 PO-File-Rec.
           02  PO-Status                   PIC X.
               88  PO-Open                 VALUE "O".
               88  PO-Closed               VALUE "C".
           02  PO-Unit-Cost                PIC 9(4)V99.

       FD PO-Work.
       01 PO-Work-Rec.
           88 End-Of-PO-Work       VALUE HIGH-VALUES.
           02  PW-Record-Data              PIC X(40).

       FD Oil-Stock-File.
       01 Oil-Stock-Rec.
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

       FD Receipt-Archive.
       01 Receipt-Archive-Rec.
           02  GA-Qty-Received             PIC 9(6).
           02  GA-Receipt-Date             PIC 9(8).
           02  GA-Post-Date                PIC 9(8).
           02  GA-Lot-Number               PIC X(10).
           02  GA-Expiry-Date              PIC 9(8).

       FD Oil-Lot-File.
       01 Oil-Lot-Rec.
           02  LT-Oil-Number               PIC 99.
           02  LT-Lot-Number               PIC X(10).
           02  LT-Expiry-Date              PIC 9(8).
           02  LT-Receipt-Date             PIC 9(8).
           02  LT-PO-Number                PIC 9(6).
           02  LT-Supplier-Id              PIC X(5).
           02  LT-Qty-Received             PIC 9(6).
           02  LT-Qty-On-Hand              PIC 9(6).

       FD Receipt-Keep.
       01 Receipt-Keep-Rec.
           88 End-Of-Receipt-Keep  VALUE HIGH-VALUES.
           02  GK-Record-Data              PIC X(38).

       FD Receipt-Report.
       01 Receipt-Print-Line               PIC X(72).
       01  Oil-Stock-Status             PIC XX.
           88  Oil-Stock-File-Found        VALUE "00".

       01  Oil-Cost-Status              PIC XX.
           88  Oil-Cost-File-Found         VALUE "00".

       01  Receipt-Archive-Status       PIC XX.
           88  Receipt-Archive-Missing     VALUE "35".

       01  Oil-Lot-Status               PIC XX.
           88  Oil-Lot-Missing             VALUE "35".

       01  Posting-Switches.
           02  Posting-Done-Flag         PIC X VALUE "N".
               88  Posting-Done           VALUE "Y".
               03  RT-PO-Number          PIC 9(6).
               03  RT-Qty-Received       PIC 9(6).
               03  RT-Receipt-Date       PIC 9(8).
               03  RT-Lot-Number         PIC X(10).
               03  RT-Expiry-Date        PIC 9(8).
               03  RT-Matched-Flag       PIC X.

       01  Stock-Control.
               03  Stock-Present         PIC X.
               03  Stock-On-Hand         PIC 9(6).
               03  Stock-Reorder-Point   PIC 9(5).
               03  Stock-Order-Qty       PIC 9(5).

       01  Cost-Control.
           02  Cost-Changed-Flag         PIC X VALUE "N".
               88  Cost-Changed           VALUE "Y".
           02  Cost-Entry OCCURS 99 TIMES.
               03  Cost-Present          PIC X.
               03  Cost-Avg-Unit-Cost    PIC 9(4)V9999.
               03  Cost-Last-Receipt     PIC 9(8).

       01  Receipt-Work-Fields.
           02  Rcpt-I                    PIC 999.
           02  Stock-Value-Work          PIC 9(11)V9999.
           02  Stock-Units-Work          PIC 9(7).

       01  Receipt-Counters.
           02  Receipts-Read             PIC 9(5) VALUE ZEROS.
           02  FILLER                 PIC X(5) VALUE "OIL  ".
           02  FILLER                 PIC X(10) VALUE "RECEIVED  ".
           02  FILLER                 PIC X(10) VALUE "ORDERED   ".
           02  FILLER                 PIC X(10) VALUE "TO-DATE   ".
           02  FILLER                 PIC X(10) VALUE "UNIT COST ".
           02  FILLER                 PIC X(8) VALUE "AVG COST".

       01  Receipt-Detail-Line.
           02  Prn-Rcpt-Action        PIC X(10).
           02  Prn-Rcpt-Qty           PIC BBBZZZ,ZZ9.
           02  Prn-Rcpt-Ordered       PIC BZZZ,ZZ9.
           02  Prn-Rcpt-To-Date       PIC BBZZZ,ZZ9.
           02  Prn-Rcpt-Unit-Cost     PIC BB$,$$9.99.
           02  Prn-Rcpt-Avg-Cost      PIC BB$,$$9.9999.

       01  Receipt-Lot-Line.
           02  FILLER                 PIC X(19) VALUE SPACES.
           02  FILLER                 PIC X(5) VALUE "LOT  ".
           02  Prn-Rcpt-Lot           PIC X(10).
           02  FILLER                 PIC X(10) VALUE "  EXPIRES ".
           02  Prn-Rcpt-Expiry        PIC 9(4)/99/99.

       01  Receipt-Totals-Line.
           02  FILLER                 PIC X(16) VALUE
               STOP RUN
           END-IF.

           PERFORM Load-Oil-Cost.

           WRITE Receipt-Print-Line FROM Receipt-Topic-Line AFTER
                       ADVANCING 2 LINES.

               PERFORM Rewrite-Oil-Stock
           END-IF.

           IF Cost-Changed
               PERFORM Rewrite-Oil-Cost
           END-IF.

           PERFORM Dispose-Receipt-Trans.

           MOVE Receipts-Read      TO Prn-Receipts-Read.
                       MOVE RT-Receipt-Date (Rcpt-I)
                               TO GA-Receipt-Date
                       MOVE Run-Date-Stamp TO GA-Post-Date
                       MOVE RT-Lot-Number (Rcpt-I) TO GA-Lot-Number
                       MOVE RT-Expiry-Date (Rcpt-I)
                               TO GA-Expiry-Date
                       WRITE Receipt-Archive-Rec
                   ELSE
                       MOVE RT-PO-Number (Rcpt-I) TO GR-PO-Number
                               TO GR-Qty-Received
                       MOVE RT-Receipt-Date (Rcpt-I)
                               TO GR-Receipt-Date
                       MOVE RT-Lot-Number (Rcpt-I) TO GR-Lot-Number
                       MOVE RT-Expiry-Date (Rcpt-I)
                               TO GR-Expiry-Date
                       WRITE Receipt-Keep-Rec FROM Receipt-Trans-Rec
                   END-IF
               END-PERFORM
                               RT-Qty-Received (Receipt-Count)
                       MOVE GR-Receipt-Date TO
                               RT-Receipt-Date (Receipt-Count)
                       MOVE GR-Lot-Number TO
                               RT-Lot-Number (Receipt-Count)
                       IF GR-Expiry-Date NUMERIC
                           MOVE GR-Expiry-Date TO
                                   RT-Expiry-Date (Receipt-Count)
                       ELSE
                           MOVE ZEROS TO
                                   RT-Expiry-Date (Receipt-Count)
                       END-IF
                       MOVE "N" TO RT-Matched-Flag (Receipt-Count)
                   ELSE
                       ADD 1 TO Receipts-Deferred
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
               CLOSE Oil-Stock-File
           END-IF.

       Load-Oil-Cost.
           PERFORM VARYING Stock-I FROM 1 BY 1 UNTIL Stock-I > 99
               MOVE "N"   TO Cost-Present (Stock-I)
               MOVE ZEROS TO Cost-Avg-Unit-Cost (Stock-I)
               MOVE ZEROS TO Cost-Last-Receipt (Stock-I)
           END-PERFORM.

           OPEN INPUT Oil-Cost-File.
           IF Oil-Cost-File-Found
               READ Oil-Cost-File
                   AT END SET End-Of-Oil-Cost TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Oil-Cost
                   IF OC-Oil-Number >= 01 AND OC-Oil-Number <= 99
                           AND OC-Avg-Unit-Cost NUMERIC
                       MOVE "Y" TO Cost-Present (OC-Oil-Number)
                       MOVE OC-Avg-Unit-Cost TO
                               Cost-Avg-Unit-Cost (OC-Oil-Number)
                       MOVE OC-Last-Receipt-Date TO
                               Cost-Last-Receipt (OC-Oil-Number)
                   END-IF

                   READ Oil-Cost-File
                       AT END SET End-Of-Oil-Cost TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Oil-Cost-File
           END-IF.

       Post-Receipts-To-POs.
           OPEN INPUT PO-File.
           IF NOT PO-File-Usable
           ELSE
               MOVE "Y" TO Posting-Done-Flag
               OPEN OUTPUT PO-Work
               OPEN EXTEND Oil-Lot-File
               IF Oil-Lot-Missing
                   OPEN OUTPUT Oil-Lot-File
               END-IF

               READ PO-File
                   AT END SET End-Of-PO-File TO TRUE

               CLOSE PO-File
               CLOSE PO-Work
               CLOSE Oil-Lot-File

               PERFORM Copy-Work-To-PO-File
           END-IF.

           IF Stock-Loaded
                   AND PO-Oil-Number >= 01 AND PO-Oil-Number <= 99
               PERFORM Average-Receipt-Cost
               MOVE "Y" TO Stock-Present (PO-Oil-Number)
               ADD RT-Qty-Received (Rcpt-I) TO
                       Stock-On-Hand (PO-Oil-Number)
               PERFORM Write-Receipt-Lot
           END-IF.

           IF PO-Qty-Received >= PO-Qty-Ordered
           MOVE RT-Qty-Received (Rcpt-I) TO Prn-Rcpt-Qty.
           MOVE PO-Qty-Ordered          TO Prn-Rcpt-Ordered.
           MOVE PO-Qty-Received         TO Prn-Rcpt-To-Date.
           MOVE PO-Unit-Cost            TO Prn-Rcpt-Unit-Cost.
           IF PO-Oil-Number >= 01 AND PO-Oil-Number <= 99
               MOVE Cost-Avg-Unit-Cost (PO-Oil-Number)
                                        TO Prn-Rcpt-Avg-Cost
           ELSE
               MOVE ZEROS               TO Prn-Rcpt-Avg-Cost
           END-IF.
           WRITE Receipt-Print-Line FROM Receipt-Detail-Line AFTER
                       ADVANCING 1 LINE.
           MOVE RT-Lot-Number (Rcpt-I)  TO Prn-Rcpt-Lot.
           MOVE RT-Expiry-Date (Rcpt-I) TO Prn-Rcpt-Expiry.
           WRITE Receipt-Print-Line FROM Receipt-Lot-Line AFTER
                       ADVANCING 1 LINE.

       Write-Receipt-Lot.
           IF RT-Lot-Number (Rcpt-I) = SPACES
               MOVE SPACES TO RT-Lot-Number (Rcpt-I)
               STRING "PO" PO-Number DELIMITED BY SIZE
                   INTO RT-Lot-Number (Rcpt-I)
           END-IF.

           MOVE PO-Oil-Number             TO LT-Oil-Number.
           MOVE RT-Lot-Number (Rcpt-I)    TO LT-Lot-Number.
           MOVE RT-Expiry-Date (Rcpt-I)   TO LT-Expiry-Date.
           MOVE RT-Receipt-Date (Rcpt-I)  TO LT-Receipt-Date.
           MOVE PO-Number                 TO LT-PO-Number.
           MOVE PO-Supplier-Id            TO LT-Supplier-Id.
           MOVE RT-Qty-Received (Rcpt-I)  TO LT-Qty-Received.
           MOVE RT-Qty-Received (Rcpt-I)  TO LT-Qty-On-Hand.
           WRITE Oil-Lot-Rec.

       Average-Receipt-Cost.
           IF PO-Unit-Cost NUMERIC AND PO-Unit-Cost > ZEROS
               IF Cost-Avg-Unit-Cost (PO-Oil-Number) = ZEROS
                   MOVE PO-Unit-Cost TO
                           Cost-Avg-Unit-Cost (PO-Oil-Number)
               END-IF
               COMPUTE Stock-Units-Work =
                   Stock-On-Hand (PO-Oil-Number)
                       + RT-Qty-Received (Rcpt-I)
               IF Stock-Units-Work > ZEROS
                   COMPUTE Stock-Value-Work =
                       Stock-On-Hand (PO-Oil-Number)
                           * Cost-Avg-Unit-Cost (PO-Oil-Number)
                       + RT-Qty-Received (Rcpt-I) * PO-Unit-Cost
                   COMPUTE Cost-Avg-Unit-Cost (PO-Oil-Number)
                       ROUNDED = Stock-Value-Work / Stock-Units-Work
                   MOVE "Y" TO Cost-Present (PO-Oil-Number)
                   MOVE RT-Receipt-Date (Rcpt-I)
                           TO Cost-Last-Receipt (PO-Oil-Number)
                   MOVE "Y" TO Cost-Changed-Flag
               END-IF
           END-IF.

       Report-Unmatched-Receipts.
           PERFORM VARYING Rcpt-I FROM 1 BY 1
                   MOVE Stock-On-Hand (Stock-I) TO OS-On-Hand
                   MOVE Stock-Reorder-Point (Stock-I)
                                           TO OS-Reorder-Point
                   MOVE Stock-Order-Qty (Stock-I) TO OS-Order-Qty
                   WRITE Oil-Stock-Rec
               END-IF
           END-PERFORM.

           CLOSE Oil-Stock-File.

       Rewrite-Oil-Cost.
           OPEN OUTPUT Oil-Cost-File.

           PERFORM VARYING Stock-I FROM 1 BY 1 UNTIL Stock-I > 99
               IF Cost-Present (Stock-I) = "Y"
                   MOVE Stock-I TO OC-Oil-Number
                   MOVE Cost-Avg-Unit-Cost (Stock-I)
                                           TO OC-Avg-Unit-Cost
                   MOVE Cost-Last-Receipt (Stock-I)
                                           TO OC-Last-Receipt-Date
                   WRITE Oil-Cost-Rec
               END-IF
           END-PERFORM.

           CLOSE Oil-Cost-File.
