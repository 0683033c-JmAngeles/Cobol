       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ProdMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Prod-Trans-File ASSIGN TO "PRODTRANS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Prod-Trans-Status.

           SELECT Product-Master ASSIGN TO "PRODUCT.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PM-Product-Id
                 FILE STATUS IS Product-Master-Status.

           SELECT Customer-Master ASSIGN TO "CUSTOMER.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CM-Customer-Id
                 FILE STATUS IS Customer-Master-Status.

           SELECT Oil-Price-File ASSIGN TO "OILPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Price-Status.

           SELECT Disc-Tier-File ASSIGN TO "DISCTIER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Disc-Tier-Status.

           SELECT Cust-Price-File ASSIGN TO "CUSTPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Cust-Price-Status.

           SELECT Price-Work-File ASSIGN TO "OPMAINT.TMP"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PW-Key
                 FILE STATUS IS Price-Work-Status.

           SELECT Tier-Work-File ASSIGN TO "DTMAINT.TMP"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TW-Key
                 FILE STATUS IS Tier-Work-Status.

           SELECT CPrice-Work-File ASSIGN TO "CPMAINT.TMP"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CPW-Key
                 FILE STATUS IS CPrice-Work-Status.

           SELECT Maint-Exception-File ASSIGN TO "PRODMAINT.EXC"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Audit-Report ASSIGN TO "PRODAUDIT.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Prod-Trans-File.
       01 Prod-Trans-Rec.
           88 End-Of-Prod-Trans    VALUE HIGH-VALUES.
           02  PT-Record-Type              PIC X.
               88  Product-Trans           VALUE "P".
               88  Price-Trans             VALUE "R".
               88  Tier-Trans              VALUE "T".
               88  Contract-Trans          VALUE "C".
               88  Valid-Record-Type       VALUE "P" "R" "T" "C".
           02  PT-Action-Code              PIC X.
               88  Add-Action              VALUE "A".
               88  Change-Action           VALUE "C".
               88  Deactivate-Action       VALUE "D".
               88  Valid-Action            VALUE "A" "C" "D".
           02  PT-Trans-Data               PIC X(38).
           02  PT-Product-Data REDEFINES PT-Trans-Data.
               03  PT-Product-Id.
                   04  PT-Category         PIC X.
                   04  PT-Product-Number   PIC 99.
               03  PT-Product-Name         PIC X(15).
               03  PT-Min-Unit-Size        PIC 99.
               03  PT-Max-Unit-Size        PIC 99.
               03  PT-Base-Price           PIC 99V99.
               03  PT-Active-Flag          PIC X.
               03  FILLER                  PIC X(11).
           02  PT-Price-Data REDEFINES PT-Trans-Data.
               03  PT-OP-Oil-Number        PIC 99.
               03  PT-OP-Eff-Date          PIC 9(8).
               03  PT-OP-Price             PIC 99V99.
               03  FILLER                  PIC X(24).
           02  PT-Tier-Data REDEFINES PT-Trans-Data.
               03  PT-DT-Oil-Number        PIC 99.
               03  PT-DT-Min-Qty           PIC 999.
               03  PT-DT-Disc-Pct          PIC 99V99.
               03  FILLER                  PIC X(29).
           02  PT-Contract-Data REDEFINES PT-Trans-Data.
               03  PT-CP-Customer-Id       PIC X(5).
               03  PT-CP-Oil-Number        PIC 99.
               03  PT-CP-Eff-Date          PIC 9(8).
               03  PT-CP-Price             PIC 99V99.
               03  FILLER                  PIC X(19).

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
               88  PM-Product-Inactive     VALUE "I".

       FD Customer-Master.
       01 Customer-Master-Rec.
           02  CM-Customer-Id              PIC X(5).
           02  CM-Customer-Name            PIC X(20).
           02  CM-Rep-Code                 PIC X(3).
           02  CM-Credit-Limit             PIC 9(7)V99.
           02  CM-Curr-Balance             PIC S9(7)V99.
           02  CM-Tax-Juris                PIC X(2).
           02  CM-Tax-Exempt               PIC X.

       FD Oil-Price-File.
       01 Oil-Price-Rec.
           88 End-Of-Oil-Prices    VALUE HIGH-VALUES.
           02  OP-Oil-Number               PIC 99.
           02  OP-Eff-Date                 PIC 9(8).
           02  OP-Price                    PIC 99V99.

       FD Disc-Tier-File.
       01 Disc-Tier-Rec.
           88 End-Of-Disc-Tiers    VALUE HIGH-VALUES.
           02  DT-Oil-Number               PIC 99.
           02  DT-Min-Qty                  PIC 999.
           02  DT-Disc-Pct                 PIC 99V99.

       FD Cust-Price-File.
       01 Cust-Price-Rec.
           88 End-Of-Cust-Prices   VALUE HIGH-VALUES.
           02  CP-Customer-Id              PIC X(5).
           02  CP-Oil-Number               PIC 99.
           02  CP-Eff-Date                 PIC 9(8).
           02  CP-Price                    PIC 99V99.

       FD Price-Work-File.
       01 Price-Work-Rec.
           02  PW-Key.
               03  PW-Oil-Number           PIC 99.
               03  PW-Eff-Date             PIC 9(8).
           02  PW-Price                    PIC 99V99.

       FD Tier-Work-File.
       01 Tier-Work-Rec.
           02  TW-Key.
               03  TW-Oil-Number           PIC 99.
               03  TW-Min-Qty              PIC 999.
           02  TW-Disc-Pct                 PIC 99V99.

       FD CPrice-Work-File.
       01 CPrice-Work-Rec.
           02  CPW-Key.
               03  CPW-Customer-Id         PIC X(5).
               03  CPW-Oil-Number          PIC 99.
               03  CPW-Eff-Date            PIC 9(8).
           02  CPW-Price                   PIC 99V99.

       FD Maint-Exception-File.
       01 Maint-Exception-Line             PIC X(64).

       FD Audit-Report.
       01 Audit-Print-Line                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  Prod-Trans-Status            PIC XX.
           88  Prod-Trans-Available        VALUE "00".

       01  Product-Master-Status        PIC XX.
           88  Product-Master-OK           VALUE "00".
           88  Product-Not-Found           VALUE "23".
           88  Product-File-Missing        VALUE "35".

       01  Customer-Master-Status       PIC XX.
           88  Customer-Master-OK          VALUE "00".

       01  Oil-Price-Status             PIC XX.
           88  Oil-Price-File-Found        VALUE "00".
           88  Oil-Price-End-Of-File       VALUE "10".

       01  Disc-Tier-Status             PIC XX.
           88  Disc-Tier-File-Found        VALUE "00".

       01  Cust-Price-Status            PIC XX.
           88  Cust-Price-File-Found       VALUE "00".

       01  Price-Work-Status            PIC XX.
           88  Price-Work-OK               VALUE "00".

       01  Tier-Work-Status             PIC XX.
           88  Tier-Work-OK                VALUE "00".

       01  CPrice-Work-Status           PIC XX.
           88  CPrice-Work-OK              VALUE "00".

       01  Maint-Switches.
           02  Trans-Valid-Flag          PIC X VALUE "Y".
               88  Trans-Is-Valid         VALUE "Y".
           02  Customer-Open-Flag        PIC X VALUE "N".
               88  Customer-Master-Open   VALUE "Y".
           02  Prices-Changed-Flag       PIC X VALUE "N".
               88  Prices-Changed         VALUE "Y".
           02  Tiers-Changed-Flag        PIC X VALUE "N".
               88  Tiers-Changed          VALUE "Y".
           02  Contracts-Changed-Flag    PIC X VALUE "N".
               88  Contracts-Changed      VALUE "Y".
           02  Work-Scan-Done            PIC X.

       01  Maint-Counters.
           02  Trans-Read                PIC 9(5) VALUE ZEROS.
           02  Adds-Applied              PIC 9(5) VALUE ZEROS.
           02  Changes-Applied           PIC 9(5) VALUE ZEROS.
           02  Deactivates-Applied       PIC 9(5) VALUE ZEROS.
           02  Trans-Rejected            PIC 9(5) VALUE ZEROS.

       01  Run-Date-Stamp               PIC 9(8).

       01  Eff-Date-Work                PIC 9(8).
       01  Eff-Date-Split REDEFINES Eff-Date-Work.
           02  Eff-Date-YYYY             PIC 9(4).
           02  Eff-Date-MM               PIC 99.
           02  Eff-Date-DD               PIC 99.

       01  Oil-Check-Number             PIC 99.

       01  Product-Image.
           02  PI-Product-Id             PIC X(3).
           02  PI-Product-Name           PIC X(15).
           02  PI-Min-Unit-Size          PIC 99.
           02  PI-Max-Unit-Size          PIC 99.
           02  PI-Base-Price             PIC 99V99.
           02  PI-Active-Flag            PIC X.

       01  Price-Image.
           02  RI-Oil-Number             PIC 99.
           02  RI-Eff-Date               PIC 9(8).
           02  RI-Price                  PIC 99V99.

       01  Tier-Image.
           02  TI-Oil-Number             PIC 99.
           02  TI-Min-Qty                PIC 999.
           02  TI-Disc-Pct               PIC 99V99.

       01  Contract-Image.
           02  KI-Customer-Id            PIC X(5).
           02  KI-Oil-Number             PIC 99.
           02  KI-Eff-Date               PIC 9(8).
           02  KI-Price                  PIC 99V99.

       01  Audit-Heading-Line.
           02  FILLER                 PIC X(36) VALUE
               "  PRODUCT AND PRICE AUDIT TRAIL     ".
           02  FILLER                 PIC X(5) VALUE "DATE ".
           02  Prn-Audit-Date         PIC 9(4)/99/99.

       01  Audit-Heading-Underline.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  FILLER                 PIC X(49) VALUE ALL "-".

       01  Audit-Topic-Line.
           02  FILLER                 PIC X(8) VALUE "ACTION  ".
           02  FILLER                 PIC X(8) VALUE "IMAGE   ".
           02  FILLER                 PIC X(10) VALUE "FILE".
           02  FILLER                 PIC X(40) VALUE
               "KEY AND VALUES".

       01  Audit-Detail-Line.
           02  Prn-Audit-Action       PIC X(6).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Audit-Image        PIC X(6).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Audit-File         PIC X(8).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Audit-Values       PIC X(52).
           02  Prn-Product-Values REDEFINES Prn-Audit-Values.
               03  Prn-PV-Product-Id  PIC X(3).
               03  FILLER             PIC X(2).
               03  Prn-PV-Name        PIC X(15).
               03  FILLER             PIC X(2).
               03  Prn-PV-Min-Size    PIC Z9.
               03  Prn-PV-Dash        PIC X.
               03  Prn-PV-Max-Size    PIC Z9.
               03  FILLER             PIC X(2).
               03  Prn-PV-Price       PIC $$9.99.
               03  FILLER             PIC X(2).
               03  Prn-PV-Active      PIC X(8).
               03  FILLER             PIC X(7).
           02  Prn-Price-Values REDEFINES Prn-Audit-Values.
               03  Prn-RV-Oil-Number  PIC 99.
               03  FILLER             PIC X(2).
               03  Prn-RV-Eff-Date    PIC 9(4)/99/99.
               03  FILLER             PIC X(2).
               03  Prn-RV-Price       PIC $$9.99.
               03  FILLER             PIC X(30).
           02  Prn-Tier-Values REDEFINES Prn-Audit-Values.
               03  Prn-TV-Oil-Number  PIC 99.
               03  FILLER             PIC X(2).
               03  Prn-TV-Min-Qty     PIC ZZ9.
               03  FILLER             PIC X(2).
               03  Prn-TV-Disc-Pct    PIC Z9.99.
               03  Prn-TV-Pct-Sign    PIC X.
               03  FILLER             PIC X(37).
           02  Prn-Contract-Values REDEFINES Prn-Audit-Values.
               03  Prn-KV-Customer-Id PIC X(5).
               03  FILLER             PIC X(2).
               03  Prn-KV-Oil-Number  PIC 99.
               03  FILLER             PIC X(2).
               03  Prn-KV-Eff-Date    PIC 9(4)/99/99.
               03  FILLER             PIC X(2).
               03  Prn-KV-Price       PIC $$9.99.
               03  FILLER             PIC X(23).

       01  Audit-Totals-Line-1.
           02  FILLER                 PIC X(16) VALUE
               "TRANS READ    :".
           02  Prn-Trans-Read         PIC ZZ,ZZ9.
           02  FILLER                 PIC X(12) VALUE "  REJECTED :".
           02  Prn-Trans-Rejected     PIC ZZ,ZZ9.

       01  Audit-Totals-Line-2.
           02  FILLER                 PIC X(9) VALUE "ADDS   :".
           02  Prn-Adds-Applied       PIC ZZ,ZZ9.
           02  FILLER                 PIC X(12) VALUE "  CHANGES :".
           02  Prn-Changes-Applied    PIC ZZ,ZZ9.
           02  FILLER                 PIC X(16) VALUE
               "  DEACTIVATES :".
           02  Prn-Deactivates-Applied PIC ZZ,ZZ9.

       01  Maint-Exception-Detail.
           02  ME-Reason              PIC X(20).
           02  FILLER                 PIC X(1) VALUE SPACE.
           02  ME-Record-Type         PIC X.
           02  FILLER                 PIC X(1) VALUE SPACE.
           02  ME-Action-Code         PIC X.
           02  FILLER                 PIC X(1) VALUE SPACE.
           02  ME-Trans-Data          PIC X(38).

       PROCEDURE DIVISION.
       Maintain-Product-Files.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.

           OPEN I-O Product-Master.
           IF Product-File-Missing
               OPEN OUTPUT Product-Master
               CLOSE Product-Master
               OPEN I-O Product-Master
           END-IF.

           OPEN OUTPUT Maint-Exception-File.
           OPEN OUTPUT Audit-Report.

           IF NOT Product-Master-OK
               MOVE "PRODUCT MASTER NOT AVAILABLE - RUN ABORTED"
                   TO Maint-Exception-Line
               WRITE Maint-Exception-Line
               CLOSE Maint-Exception-File
               CLOSE Audit-Report
               STOP RUN
           END-IF.

           OPEN INPUT Customer-Master.
           IF Customer-Master-OK
               MOVE "Y" TO Customer-Open-Flag
           END-IF.

           PERFORM Load-Oil-Prices.
           PERFORM Load-Discount-Tiers.
           PERFORM Load-Cust-Prices.

           PERFORM Write-Audit-Headings.

           OPEN INPUT Prod-Trans-File.
           IF Prod-Trans-Available
               READ Prod-Trans-File
                   AT END SET End-Of-Prod-Trans TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Prod-Trans
                   ADD 1 TO Trans-Read
                   PERFORM Apply-One-Transaction

                   READ Prod-Trans-File
                       AT END SET End-Of-Prod-Trans TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Prod-Trans-File
           ELSE
               MOVE "PRODTRANS.DAT NOT AVAILABLE - NO UPDATES APPLIED"
                   TO Maint-Exception-Line
               WRITE Maint-Exception-Line
           END-IF.

           IF Prices-Changed
               PERFORM Rewrite-Oil-Prices
           END-IF.
           IF Tiers-Changed
               PERFORM Rewrite-Discount-Tiers
           END-IF.
           IF Contracts-Changed
               PERFORM Rewrite-Cust-Prices
           END-IF.

           PERFORM Write-Audit-Totals.

           CLOSE Price-Work-File.
           CLOSE Tier-Work-File.
           CLOSE CPrice-Work-File.
           IF Customer-Master-Open
               CLOSE Customer-Master
           END-IF.
           CLOSE Product-Master.
           CLOSE Maint-Exception-File.
           CLOSE Audit-Report.

           STOP RUN.

       Load-Oil-Prices.
           OPEN OUTPUT Price-Work-File.
           CLOSE Price-Work-File.
           OPEN I-O Price-Work-File.

           OPEN INPUT Oil-Price-File.
           IF Oil-Price-File-Found
               READ Oil-Price-File
                   AT END SET End-Of-Oil-Prices TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Oil-Prices
                   MOVE OP-Oil-Number TO PW-Oil-Number
                   MOVE OP-Eff-Date   TO PW-Eff-Date
                   MOVE OP-Price      TO PW-Price
                   WRITE Price-Work-Rec
                       INVALID KEY
                           REWRITE Price-Work-Rec
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-WRITE

                   READ Oil-Price-File
                       AT END SET End-Of-Oil-Prices TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Oil-Price-File
           END-IF.

       Load-Discount-Tiers.
           OPEN OUTPUT Tier-Work-File.
           CLOSE Tier-Work-File.
           OPEN I-O Tier-Work-File.

           OPEN INPUT Disc-Tier-File.
           IF Disc-Tier-File-Found
               READ Disc-Tier-File
                   AT END SET End-Of-Disc-Tiers TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Disc-Tiers
                   MOVE DT-Oil-Number TO TW-Oil-Number
                   MOVE DT-Min-Qty    TO TW-Min-Qty
                   MOVE DT-Disc-Pct   TO TW-Disc-Pct
                   WRITE Tier-Work-Rec
                       INVALID KEY
                           REWRITE Tier-Work-Rec
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-WRITE

                   READ Disc-Tier-File
                       AT END SET End-Of-Disc-Tiers TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Disc-Tier-File
           END-IF.

       Load-Cust-Prices.
           OPEN OUTPUT CPrice-Work-File.
           CLOSE CPrice-Work-File.
           OPEN I-O CPrice-Work-File.

           OPEN INPUT Cust-Price-File.
           IF Cust-Price-File-Found
               READ Cust-Price-File
                   AT END SET End-Of-Cust-Prices TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Cust-Prices
                   MOVE CP-Customer-Id TO CPW-Customer-Id
                   MOVE CP-Oil-Number  TO CPW-Oil-Number
                   MOVE CP-Eff-Date    TO CPW-Eff-Date
                   MOVE CP-Price       TO CPW-Price
                   WRITE CPrice-Work-Rec
                       INVALID KEY
                           REWRITE CPrice-Work-Rec
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-WRITE

                   READ Cust-Price-File
                       AT END SET End-Of-Cust-Prices TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Cust-Price-File
           END-IF.

       Apply-One-Transaction.
           MOVE "Y" TO Trans-Valid-Flag.

           IF NOT Valid-Record-Type
               MOVE "INVALID RECORD TYPE" TO ME-Reason
               PERFORM Write-Maint-Exception
           END-IF.

           IF Trans-Is-Valid AND NOT Valid-Action
               MOVE "INVALID ACTION CODE" TO ME-Reason
               PERFORM Write-Maint-Exception
           END-IF.

           IF Trans-Is-Valid
               EVALUATE TRUE
                   WHEN Product-Trans  PERFORM Validate-Product-Trans
                   WHEN Price-Trans    PERFORM Validate-Price-Trans
                   WHEN Tier-Trans     PERFORM Validate-Tier-Trans
                   WHEN Contract-Trans PERFORM Validate-Contract-Trans
               END-EVALUATE
           END-IF.

           IF Trans-Is-Valid
               EVALUATE TRUE
                   WHEN Product-Trans AND Add-Action
                       PERFORM Apply-Product-Add
                   WHEN Product-Trans AND Change-Action
                       PERFORM Apply-Product-Change
                   WHEN Product-Trans AND Deactivate-Action
                       PERFORM Apply-Product-Deactivate
                   WHEN Price-Trans AND Add-Action
                       PERFORM Apply-Price-Add
                   WHEN Price-Trans AND Change-Action
                       PERFORM Apply-Price-Change
                   WHEN Price-Trans AND Deactivate-Action
                       PERFORM Apply-Price-Deactivate
                   WHEN Tier-Trans AND Add-Action
                       PERFORM Apply-Tier-Add
                   WHEN Tier-Trans AND Change-Action
                       PERFORM Apply-Tier-Change
                   WHEN Tier-Trans AND Deactivate-Action
                       PERFORM Apply-Tier-Deactivate
                   WHEN Contract-Trans AND Add-Action
                       PERFORM Apply-Contract-Add
                   WHEN Contract-Trans AND Change-Action
                       PERFORM Apply-Contract-Change
                   WHEN Contract-Trans AND Deactivate-Action
                       PERFORM Apply-Contract-Deactivate
               END-EVALUATE
           END-IF.

       Validate-Product-Trans.
           IF PT-Category = SPACE OR PT-Product-Number NOT NUMERIC
               MOVE "PRODUCT ID INVALID" TO ME-Reason
               PERFORM Write-Maint-Exception
           END-IF.

           IF Trans-Is-Valid
                   AND (Add-Action OR Change-Action)
               IF PT-Product-Name = SPACES
                   MOVE "PRODUCT NAME MISSING" TO ME-Reason
                   PERFORM Write-Maint-Exception
               END-IF
           END-IF.

           IF Trans-Is-Valid
                   AND (Add-Action OR Change-Action)
               IF PT-Min-Unit-Size NOT NUMERIC
                       OR PT-Max-Unit-Size NOT NUMERIC
                       OR PT-Min-Unit-Size = ZEROS
                   MOVE "UNIT SIZE INVALID" TO ME-Reason
                   PERFORM Write-Maint-Exception
               END-IF
           END-IF.

           IF Trans-Is-Valid
                   AND (Add-Action OR Change-Action)
               IF PT-Min-Unit-Size > PT-Max-Unit-Size
                   MOVE "MIN SIZE OVER MAX" TO ME-Reason
                   PERFORM Write-Maint-Exception
               END-IF
           END-IF.

           IF Trans-Is-Valid
                   AND (Add-Action OR Change-Action)
               IF PT-Base-Price NOT NUMERIC
                   MOVE "BASE PRICE INVALID" TO ME-Reason
                   PERFORM Write-Maint-Exception
               END-IF
           END-IF.

           IF Trans-Is-Valid
                   AND (Add-Action OR Change-Action)
               IF PT-Active-Flag NOT = SPACE
                       AND PT-Active-Flag NOT = "A"
                       AND PT-Active-Flag NOT = "I"
                   MOVE "ACTIVE FLAG INVALID" TO ME-Reason
                   PERFORM Write-Maint-Exception
               END-IF
           END-IF.

       Validate-Price-Trans.
           IF PT-OP-Oil-Number NOT NUMERIC
               MOVE "OIL NUMBER INVALID" TO ME-Reason
               PERFORM Write-Maint-Exception
           ELSE
               MOVE PT-OP-Oil-Number TO Oil-Check-Number
               PERFORM Check-Oil-On-File
           END-IF.

           IF Trans-Is-Valid
               IF PT-OP-Eff-Date NOT NUMERIC
                   MOVE ZEROS TO Eff-Date-Work
               ELSE
                   MOVE PT-OP-Eff-Date TO Eff-Date-Work
               END-IF
               PERFORM Check-Eff-Date
           END-IF.

           IF Trans-Is-Valid
                   AND (Add-Action OR Change-Action)
               IF PT-OP-Price NOT NUMERIC OR PT-OP-Price = ZEROS
                   MOVE "PRICE INVALID" TO ME-Reason
                   PERFORM Write-Maint-Exception
               END-IF
           END-IF.

       Validate-Tier-Trans.
           IF PT-DT-Oil-Number NOT NUMERIC
               MOVE "OIL NUMBER INVALID" TO ME-Reason
               PERFORM Write-Maint-Exception
           ELSE
               MOVE PT-DT-Oil-Number TO Oil-Check-Number
               PERFORM Check-Oil-On-File
           END-IF.

           IF Trans-Is-Valid
               IF PT-DT-Min-Qty NOT NUMERIC OR PT-DT-Min-Qty = ZEROS
                   MOVE "TIER QUANTITY INVALID" TO ME-Reason
                   PERFORM Write-Maint-Exception
               END-IF
           END-IF.

           IF Trans-Is-Valid
                   AND (Add-Action OR Change-Action)
               IF PT-DT-Disc-Pct NOT NUMERIC
                   MOVE "DISCOUNT PCT INVALID" TO ME-Reason
                   PERFORM Write-Maint-Exception
               END-IF
           END-IF.

       Validate-Contract-Trans.
           IF PT-CP-Customer-Id = SPACES
               MOVE "CUSTOMER ID MISSING" TO ME-Reason
               PERFORM Write-Maint-Exception
           ELSE
               IF Add-Action OR Change-Action
                   PERFORM Check-Customer-On-File
               END-IF
           END-IF.

           IF Trans-Is-Valid
               IF PT-CP-Oil-Number NOT NUMERIC
                   MOVE "OIL NUMBER INVALID" TO ME-Reason
                   PERFORM Write-Maint-Exception
               ELSE
                   MOVE PT-CP-Oil-Number TO Oil-Check-Number
                   PERFORM Check-Oil-On-File
               END-IF
           END-IF.

           IF Trans-Is-Valid
               IF PT-CP-Eff-Date NOT NUMERIC
                   MOVE ZEROS TO Eff-Date-Work
               ELSE
                   MOVE PT-CP-Eff-Date TO Eff-Date-Work
               END-IF
               PERFORM Check-Eff-Date
           END-IF.

           IF Trans-Is-Valid
                   AND (Add-Action OR Change-Action)
               IF PT-CP-Price NOT NUMERIC OR PT-CP-Price = ZEROS
                   MOVE "PRICE INVALID" TO ME-Reason
                   PERFORM Write-Maint-Exception
               END-IF
           END-IF.

       Check-Oil-On-File.
           MOVE "E"              TO PM-Category.
           MOVE Oil-Check-Number TO PM-Product-Number.
           READ Product-Master
               INVALID KEY
                   MOVE "UNKNOWN OIL" TO ME-Reason
                   PERFORM Write-Maint-Exception
           END-READ.

       Check-Customer-On-File.
           IF Customer-Master-Open
               MOVE PT-CP-Customer-Id TO CM-Customer-Id
               READ Customer-Master
                   INVALID KEY
                       MOVE "UNKNOWN CUSTOMER" TO ME-Reason
                       PERFORM Write-Maint-Exception
               END-READ
           ELSE
               MOVE "UNKNOWN CUSTOMER" TO ME-Reason
               PERFORM Write-Maint-Exception
           END-IF.

       Check-Eff-Date.
           IF Eff-Date-YYYY < 1900
                   OR Eff-Date-MM < 01 OR Eff-Date-MM > 12
                   OR Eff-Date-DD < 01 OR Eff-Date-DD > 31
               MOVE "EFFECTIVE DATE BAD" TO ME-Reason
               PERFORM Write-Maint-Exception
           END-IF.

       Apply-Product-Add.
           MOVE PT-Product-Id TO PM-Product-Id.
           READ Product-Master
               INVALID KEY CONTINUE
           END-READ.

           IF Product-Master-OK
               MOVE "ALREADY ON FILE" TO ME-Reason
               PERFORM Write-Maint-Exception
           ELSE
               MOVE PT-Product-Id     TO PM-Product-Id
               MOVE PT-Product-Name   TO PM-Product-Name
               MOVE PT-Min-Unit-Size  TO PM-Min-Unit-Size
               MOVE PT-Max-Unit-Size  TO PM-Max-Unit-Size
               MOVE PT-Base-Price     TO PM-Base-Price
               MOVE PT-Active-Flag    TO PM-Active-Flag
               WRITE Product-Master-Rec
                   INVALID KEY
                       MOVE "ADD REJECTED" TO ME-Reason
                       PERFORM Write-Maint-Exception
                   NOT INVALID KEY
                       ADD 1 TO Adds-Applied
                       MOVE "ADD" TO Prn-Audit-Action
                       MOVE "AFTER" TO Prn-Audit-Image
                       MOVE Product-Master-Rec TO Product-Image
                       PERFORM Print-Product-Image
               END-WRITE
           END-IF.

       Apply-Product-Change.
           MOVE PT-Product-Id TO PM-Product-Id.
           READ Product-Master
               INVALID KEY
                   MOVE "NOT ON FILE" TO ME-Reason
                   PERFORM Write-Maint-Exception
               NOT INVALID KEY
                   MOVE Product-Master-Rec TO Product-Image
                   MOVE PT-Product-Name   TO PM-Product-Name
                   MOVE PT-Min-Unit-Size  TO PM-Min-Unit-Size
                   MOVE PT-Max-Unit-Size  TO PM-Max-Unit-Size
                   MOVE PT-Base-Price     TO PM-Base-Price
                   MOVE PT-Active-Flag    TO PM-Active-Flag
                   REWRITE Product-Master-Rec
                       INVALID KEY
                           MOVE "CHANGE REJECTED" TO ME-Reason
                           PERFORM Write-Maint-Exception
                       NOT INVALID KEY
                           ADD 1 TO Changes-Applied
                           MOVE "CHANGE" TO Prn-Audit-Action
                           MOVE "BEFORE" TO Prn-Audit-Image
                           PERFORM Print-Product-Image
                           MOVE "CHANGE" TO Prn-Audit-Action
                           MOVE "AFTER" TO Prn-Audit-Image
                           MOVE Product-Master-Rec TO Product-Image
                           PERFORM Print-Product-Image
                   END-REWRITE
           END-READ.

       Apply-Product-Deactivate.
           MOVE PT-Product-Id TO PM-Product-Id.
           READ Product-Master
               INVALID KEY
                   MOVE "NOT ON FILE" TO ME-Reason
                   PERFORM Write-Maint-Exception
           END-READ.

           IF Trans-Is-Valid AND PM-Product-Inactive
               MOVE "ALREADY INACTIVE" TO ME-Reason
               PERFORM Write-Maint-Exception
           END-IF.

           IF Trans-Is-Valid
               MOVE Product-Master-Rec TO Product-Image
               MOVE "I" TO PM-Active-Flag
               REWRITE Product-Master-Rec
                   INVALID KEY
                       MOVE "DEACTIVATE REJECTED" TO ME-Reason
                       PERFORM Write-Maint-Exception
                   NOT INVALID KEY
                       ADD 1 TO Deactivates-Applied
                       MOVE "DEACT" TO Prn-Audit-Action
                       MOVE "BEFORE" TO Prn-Audit-Image
                       PERFORM Print-Product-Image
                       MOVE "DEACT" TO Prn-Audit-Action
                       MOVE "AFTER" TO Prn-Audit-Image
                       MOVE Product-Master-Rec TO Product-Image
                       PERFORM Print-Product-Image
               END-REWRITE
           END-IF.

       Apply-Price-Add.
           MOVE PT-OP-Oil-Number TO PW-Oil-Number.
           MOVE PT-OP-Eff-Date   TO PW-Eff-Date.
           MOVE PT-OP-Price      TO PW-Price.
           WRITE Price-Work-Rec
               INVALID KEY
                   MOVE "EFF DATE OVERLAPS" TO ME-Reason
                   PERFORM Write-Maint-Exception
               NOT INVALID KEY
                   ADD 1 TO Adds-Applied
                   MOVE "Y" TO Prices-Changed-Flag
                   MOVE "ADD" TO Prn-Audit-Action
                   MOVE "AFTER" TO Prn-Audit-Image
                   MOVE Price-Work-Rec TO Price-Image
                   PERFORM Print-Price-Image
           END-WRITE.

       Apply-Price-Change.
           MOVE PT-OP-Oil-Number TO PW-Oil-Number.
           MOVE PT-OP-Eff-Date   TO PW-Eff-Date.
           READ Price-Work-File
               INVALID KEY
                   MOVE "NOT ON FILE" TO ME-Reason
                   PERFORM Write-Maint-Exception
               NOT INVALID KEY
                   MOVE Price-Work-Rec TO Price-Image
                   MOVE PT-OP-Price TO PW-Price
                   REWRITE Price-Work-Rec
                       INVALID KEY
                           MOVE "CHANGE REJECTED" TO ME-Reason
                           PERFORM Write-Maint-Exception
                       NOT INVALID KEY
                           ADD 1 TO Changes-Applied
                           MOVE "Y" TO Prices-Changed-Flag
                           MOVE "CHANGE" TO Prn-Audit-Action
                           MOVE "BEFORE" TO Prn-Audit-Image
                           PERFORM Print-Price-Image
                           MOVE "CHANGE" TO Prn-Audit-Action
                           MOVE "AFTER" TO Prn-Audit-Image
                           MOVE Price-Work-Rec TO Price-Image
                           PERFORM Print-Price-Image
                   END-REWRITE
           END-READ.

       Apply-Price-Deactivate.
           MOVE PT-OP-Oil-Number TO PW-Oil-Number.
           MOVE PT-OP-Eff-Date   TO PW-Eff-Date.
           READ Price-Work-File
               INVALID KEY
                   MOVE "NOT ON FILE" TO ME-Reason
                   PERFORM Write-Maint-Exception
               NOT INVALID KEY
                   MOVE Price-Work-Rec TO Price-Image
                   DELETE Price-Work-File
                       INVALID KEY
                           MOVE "DEACTIVATE REJECTED" TO ME-Reason
                           PERFORM Write-Maint-Exception
                       NOT INVALID KEY
                           ADD 1 TO Deactivates-Applied
                           MOVE "Y" TO Prices-Changed-Flag
                           MOVE "DEACT" TO Prn-Audit-Action
                           MOVE "BEFORE" TO Prn-Audit-Image
                           PERFORM Print-Price-Image
                   END-DELETE
           END-READ.

       Apply-Tier-Add.
           MOVE PT-DT-Oil-Number TO TW-Oil-Number.
           MOVE PT-DT-Min-Qty    TO TW-Min-Qty.
           MOVE PT-DT-Disc-Pct   TO TW-Disc-Pct.
           WRITE Tier-Work-Rec
               INVALID KEY
                   MOVE "TIER ALREADY ON FILE" TO ME-Reason
                   PERFORM Write-Maint-Exception
               NOT INVALID KEY
                   ADD 1 TO Adds-Applied
                   MOVE "Y" TO Tiers-Changed-Flag
                   MOVE "ADD" TO Prn-Audit-Action
                   MOVE "AFTER" TO Prn-Audit-Image
                   MOVE Tier-Work-Rec TO Tier-Image
                   PERFORM Print-Tier-Image
           END-WRITE.

       Apply-Tier-Change.
           MOVE PT-DT-Oil-Number TO TW-Oil-Number.
           MOVE PT-DT-Min-Qty    TO TW-Min-Qty.
           READ Tier-Work-File
               INVALID KEY
                   MOVE "NOT ON FILE" TO ME-Reason
                   PERFORM Write-Maint-Exception
               NOT INVALID KEY
                   MOVE Tier-Work-Rec TO Tier-Image
                   MOVE PT-DT-Disc-Pct TO TW-Disc-Pct
                   REWRITE Tier-Work-Rec
                       INVALID KEY
                           MOVE "CHANGE REJECTED" TO ME-Reason
                           PERFORM Write-Maint-Exception
                       NOT INVALID KEY
                           ADD 1 TO Changes-Applied
                           MOVE "Y" TO Tiers-Changed-Flag
                           MOVE "CHANGE" TO Prn-Audit-Action
                           MOVE "BEFORE" TO Prn-Audit-Image
                           PERFORM Print-Tier-Image
                           MOVE "CHANGE" TO Prn-Audit-Action
                           MOVE "AFTER" TO Prn-Audit-Image
                           MOVE Tier-Work-Rec TO Tier-Image
                           PERFORM Print-Tier-Image
                   END-REWRITE
           END-READ.

       Apply-Tier-Deactivate.
           MOVE PT-DT-Oil-Number TO TW-Oil-Number.
           MOVE PT-DT-Min-Qty    TO TW-Min-Qty.
           READ Tier-Work-File
               INVALID KEY
                   MOVE "NOT ON FILE" TO ME-Reason
                   PERFORM Write-Maint-Exception
               NOT INVALID KEY
                   MOVE Tier-Work-Rec TO Tier-Image
                   DELETE Tier-Work-File
                       INVALID KEY
                           MOVE "DEACTIVATE REJECTED" TO ME-Reason
                           PERFORM Write-Maint-Exception
                       NOT INVALID KEY
                           ADD 1 TO Deactivates-Applied
                           MOVE "Y" TO Tiers-Changed-Flag
                           MOVE "DEACT" TO Prn-Audit-Action
                           MOVE "BEFORE" TO Prn-Audit-Image
                           PERFORM Print-Tier-Image
                   END-DELETE
           END-READ.

       Apply-Contract-Add.
           MOVE PT-CP-Customer-Id TO CPW-Customer-Id.
           MOVE PT-CP-Oil-Number  TO CPW-Oil-Number.
           MOVE PT-CP-Eff-Date    TO CPW-Eff-Date.
           MOVE PT-CP-Price       TO CPW-Price.
           WRITE CPrice-Work-Rec
               INVALID KEY
                   MOVE "EFF DATE OVERLAPS" TO ME-Reason
                   PERFORM Write-Maint-Exception
               NOT INVALID KEY
                   ADD 1 TO Adds-Applied
                   MOVE "Y" TO Contracts-Changed-Flag
                   MOVE "ADD" TO Prn-Audit-Action
                   MOVE "AFTER" TO Prn-Audit-Image
                   MOVE CPrice-Work-Rec TO Contract-Image
                   PERFORM Print-Contract-Image
           END-WRITE.

       Apply-Contract-Change.
           MOVE PT-CP-Customer-Id TO CPW-Customer-Id.
           MOVE PT-CP-Oil-Number  TO CPW-Oil-Number.
           MOVE PT-CP-Eff-Date    TO CPW-Eff-Date.
           READ CPrice-Work-File
               INVALID KEY
                   MOVE "NOT ON FILE" TO ME-Reason
                   PERFORM Write-Maint-Exception
               NOT INVALID KEY
                   MOVE CPrice-Work-Rec TO Contract-Image
                   MOVE PT-CP-Price TO CPW-Price
                   REWRITE CPrice-Work-Rec
                       INVALID KEY
                           MOVE "CHANGE REJECTED" TO ME-Reason
                           PERFORM Write-Maint-Exception
                       NOT INVALID KEY
                           ADD 1 TO Changes-Applied
                           MOVE "Y" TO Contracts-Changed-Flag
                           MOVE "CHANGE" TO Prn-Audit-Action
                           MOVE "BEFORE" TO Prn-Audit-Image
                           PERFORM Print-Contract-Image
                           MOVE "CHANGE" TO Prn-Audit-Action
                           MOVE "AFTER" TO Prn-Audit-Image
                           MOVE CPrice-Work-Rec TO Contract-Image
                           PERFORM Print-Contract-Image
                   END-REWRITE
           END-READ.

       Apply-Contract-Deactivate.
           MOVE PT-CP-Customer-Id TO CPW-Customer-Id.
           MOVE PT-CP-Oil-Number  TO CPW-Oil-Number.
           MOVE PT-CP-Eff-Date    TO CPW-Eff-Date.
           READ CPrice-Work-File
               INVALID KEY
                   MOVE "NOT ON FILE" TO ME-Reason
                   PERFORM Write-Maint-Exception
               NOT INVALID KEY
                   MOVE CPrice-Work-Rec TO Contract-Image
                   DELETE CPrice-Work-File
                       INVALID KEY
                           MOVE "DEACTIVATE REJECTED" TO ME-Reason
                           PERFORM Write-Maint-Exception
                       NOT INVALID KEY
                           ADD 1 TO Deactivates-Applied
                           MOVE "Y" TO Contracts-Changed-Flag
                           MOVE "DEACT" TO Prn-Audit-Action
                           MOVE "BEFORE" TO Prn-Audit-Image
                           PERFORM Print-Contract-Image
                   END-DELETE
           END-READ.

       Rewrite-Oil-Prices.
           CLOSE Price-Work-File.
           OPEN INPUT Price-Work-File.
           OPEN OUTPUT Oil-Price-File.

           MOVE "N" TO Work-Scan-Done.
           PERFORM UNTIL Work-Scan-Done = "Y"
               READ Price-Work-File NEXT RECORD
                   AT END MOVE "Y" TO Work-Scan-Done
                   NOT AT END
                       MOVE PW-Oil-Number TO OP-Oil-Number
                       MOVE PW-Eff-Date   TO OP-Eff-Date
                       MOVE PW-Price      TO OP-Price
                       WRITE Oil-Price-Rec
               END-READ
           END-PERFORM.

           CLOSE Oil-Price-File.

       Rewrite-Discount-Tiers.
           CLOSE Tier-Work-File.
           OPEN INPUT Tier-Work-File.
           OPEN OUTPUT Disc-Tier-File.

           MOVE "N" TO Work-Scan-Done.
           PERFORM UNTIL Work-Scan-Done = "Y"
               READ Tier-Work-File NEXT RECORD
                   AT END MOVE "Y" TO Work-Scan-Done
                   NOT AT END
                       MOVE TW-Oil-Number TO DT-Oil-Number
                       MOVE TW-Min-Qty    TO DT-Min-Qty
                       MOVE TW-Disc-Pct   TO DT-Disc-Pct
                       WRITE Disc-Tier-Rec
               END-READ
           END-PERFORM.

           CLOSE Disc-Tier-File.

       Rewrite-Cust-Prices.
           CLOSE CPrice-Work-File.
           OPEN INPUT CPrice-Work-File.
           OPEN OUTPUT Cust-Price-File.

           MOVE "N" TO Work-Scan-Done.
           PERFORM UNTIL Work-Scan-Done = "Y"
               READ CPrice-Work-File NEXT RECORD
                   AT END MOVE "Y" TO Work-Scan-Done
                   NOT AT END
                       MOVE CPW-Customer-Id TO CP-Customer-Id
                       MOVE CPW-Oil-Number  TO CP-Oil-Number
                       MOVE CPW-Eff-Date    TO CP-Eff-Date
                       MOVE CPW-Price       TO CP-Price
                       WRITE Cust-Price-Rec
               END-READ
           END-PERFORM.

           CLOSE Cust-Price-File.

       Print-Product-Image.
           MOVE "PRODUCT"          TO Prn-Audit-File.
           MOVE SPACES             TO Prn-Audit-Values.
           MOVE PI-Product-Id      TO Prn-PV-Product-Id.
           MOVE PI-Product-Name    TO Prn-PV-Name.
           MOVE PI-Min-Unit-Size   TO Prn-PV-Min-Size.
           MOVE "-"                TO Prn-PV-Dash.
           MOVE PI-Max-Unit-Size   TO Prn-PV-Max-Size.
           MOVE PI-Base-Price      TO Prn-PV-Price.
           IF PI-Active-Flag = "I"
               MOVE "INACTIVE" TO Prn-PV-Active
           ELSE
               MOVE "ACTIVE" TO Prn-PV-Active
           END-IF.
           PERFORM Write-Audit-Detail.

       Print-Price-Image.
           MOVE "PRICE"            TO Prn-Audit-File.
           MOVE SPACES             TO Prn-Audit-Values.
           MOVE RI-Oil-Number      TO Prn-RV-Oil-Number.
           MOVE RI-Eff-Date        TO Prn-RV-Eff-Date.
           MOVE RI-Price           TO Prn-RV-Price.
           PERFORM Write-Audit-Detail.

       Print-Tier-Image.
           MOVE "TIER"             TO Prn-Audit-File.
           MOVE SPACES             TO Prn-Audit-Values.
           MOVE TI-Oil-Number      TO Prn-TV-Oil-Number.
           MOVE TI-Min-Qty         TO Prn-TV-Min-Qty.
           MOVE TI-Disc-Pct        TO Prn-TV-Disc-Pct.
           MOVE "%"                TO Prn-TV-Pct-Sign.
           PERFORM Write-Audit-Detail.

       Print-Contract-Image.
           MOVE "CONTRACT"         TO Prn-Audit-File.
           MOVE SPACES             TO Prn-Audit-Values.
           MOVE KI-Customer-Id     TO Prn-KV-Customer-Id.
           MOVE KI-Oil-Number      TO Prn-KV-Oil-Number.
           MOVE KI-Eff-Date        TO Prn-KV-Eff-Date.
           MOVE KI-Price           TO Prn-KV-Price.
           PERFORM Write-Audit-Detail.

       Write-Maint-Exception.
           MOVE "N" TO Trans-Valid-Flag.
           MOVE PT-Record-Type    TO ME-Record-Type.
           MOVE PT-Action-Code    TO ME-Action-Code.
           MOVE PT-Trans-Data     TO ME-Trans-Data.
           WRITE Maint-Exception-Line FROM Maint-Exception-Detail.
           ADD 1 TO Trans-Rejected.

       Write-Audit-Headings.
           MOVE Run-Date-Stamp TO Prn-Audit-Date.
           WRITE Audit-Print-Line FROM Audit-Heading-Line AFTER
                       ADVANCING 1 LINE.
           WRITE Audit-Print-Line FROM Audit-Heading-Underline AFTER
                       ADVANCING 1 LINE.
           WRITE Audit-Print-Line FROM Audit-Topic-Line AFTER
                       ADVANCING 2 LINES.

       Write-Audit-Detail.
           WRITE Audit-Print-Line FROM Audit-Detail-Line AFTER
                       ADVANCING 1 LINE.

       Write-Audit-Totals.
           MOVE Trans-Read          TO Prn-Trans-Read.
           MOVE Trans-Rejected      TO Prn-Trans-Rejected.
           MOVE Adds-Applied        TO Prn-Adds-Applied.
           MOVE Changes-Applied     TO Prn-Changes-Applied.
           MOVE Deactivates-Applied TO Prn-Deactivates-Applied.

           WRITE Audit-Print-Line FROM Audit-Totals-Line-1 AFTER
                       ADVANCING 2 LINES.
           WRITE Audit-Print-Line FROM Audit-Totals-Line-2 AFTER
                       ADVANCING 1 LINE.
