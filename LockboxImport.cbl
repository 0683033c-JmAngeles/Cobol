       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LockboxImport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Lockbox-File ASSIGN TO "LOCKBOX.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Lockbox-Status.

           SELECT Lockbox-Archive ASSIGN TO "LOCKBOXARC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Lockbox-Archive-Status.

           SELECT Invoice-Register ASSIGN TO "INVREGISTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Invoice-Register-Status.

           SELECT Receipts-File ASSIGN TO "RECEIPTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Receipts-Status.

           SELECT Unidentified-Cash ASSIGN TO "UNIDCASH.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Unidentified-Cash-Status.

           SELECT GL-Map-File ASSIGN TO "GLACCTMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Map-Status.

           SELECT GL-Posting-File ASSIGN TO "GLPOSTING.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Posting-Status.

           SELECT Lockbox-Report ASSIGN TO "LOCKBOX.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Suspense-Report ASSIGN TO "UNIDCASH.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Lockbox-File.
       01 Lockbox-Rec.
           88 End-Of-Lockbox       VALUE HIGH-VALUES.
           02  LB-Deposit-Date             PIC 9(8).
           02  LB-Check-Number             PIC X(10).
           02  LB-Customer-Id              PIC X(5).
           02  LB-Invoice-Number           PIC 9(6).
           02  LB-Amount                   PIC 9(7)V99.
           02  LB-Remitter-Name            PIC X(20).

       FD Lockbox-Archive.
       01 Lockbox-Archive-Rec.
           02  LA-Lockbox-Data             PIC X(58).
           02  LA-Import-Date              PIC 9(8).
           02  LA-Match-Method             PIC X.
           02  LA-Customer-Id              PIC X(5).
           02  LA-Invoice-Number           PIC 9(6).

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
               88  IR-Invoice-Open         VALUE "O".
               88  IR-Invoice-Closed       VALUE "C".
           02  IR-Run-Number               PIC 9(6).
           02  IR-Tax-Total                PIC S9(6)V99.

       FD Receipts-File.
       01 Receipts-Rec.
           88 End-Of-Receipts      VALUE HIGH-VALUES.
           02  RC-Customer-Id              PIC X(5).
           02  RC-Invoice-Number           PIC 9(6).
           02  RC-Receipt-Date             PIC 9(8).
           02  RC-Amount                   PIC 9(7)V99.

       FD Unidentified-Cash.
       01 Unidentified-Cash-Rec.
           02  UC-Deposit-Date             PIC 9(8).
           02  UC-Check-Number             PIC X(10).
           02  UC-Customer-Id              PIC X(5).
           02  UC-Invoice-Number           PIC 9(6).
           02  UC-Amount                   PIC 9(7)V99.
           02  UC-Remitter-Name            PIC X(20).
           02  UC-Import-Date              PIC 9(8).

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

       FD Lockbox-Report.
       01 Lockbox-Print-Line               PIC X(80).

       FD Suspense-Report.
       01 Suspense-Print-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  Lockbox-Status               PIC XX.
           88  Lockbox-Available           VALUE "00".

       01  Lockbox-Archive-Status       PIC XX.
           88  Lockbox-Archive-Missing     VALUE "35".

       01  Invoice-Register-Status      PIC XX.
           88  Register-Available          VALUE "00".

       01  Receipts-Status              PIC XX.
           88  Receipts-Available          VALUE "00".
           88  Receipts-Missing            VALUE "35".

       01  Unidentified-Cash-Status     PIC XX.
           88  Unidentified-Cash-Missing   VALUE "35".

       01  GL-Map-Status                PIC XX.
           88  GL-Map-File-Found           VALUE "00".

       01  GL-Posting-Status            PIC XX.
           88  GL-Posting-Missing          VALUE "35".

       01  Open-Invoice-Table.
           02  Open-Inv-Count            PIC 9(4) VALUE ZEROS.
           02  Open-Inv-Overflow-Flag    PIC X VALUE "N".
               88  Open-Inv-Overflow      VALUE "Y".
           02  Open-Inv-Entry OCCURS 2000 TIMES.
               03  OI-Invoice-Number     PIC 9(6).
               03  OI-Customer-Id        PIC X(5).
               03  OI-Open-Amount        PIC S9(7)V99.
           02  Inv-I                     PIC 9(4).
           02  Inv-Slot                  PIC 9(4).
           02  Inv-Found-Flag            PIC X.
               88  Inv-Found              VALUE "Y".

       01  Match-Work-Fields.
           02  Match-Method              PIC X.
               88  Matched-By-Invoice     VALUE "I".
               88  Matched-By-Amount      VALUE "A".
               88  Not-Matched            VALUE "U".
           02  Match-Customer-Id         PIC X(5).
           02  Match-Invoice-Number      PIC 9(6).

       01  Lockbox-Counters.
           02  Items-Read                PIC 9(5)     VALUE ZEROS.
           02  Items-By-Invoice          PIC 9(5)     VALUE ZEROS.
           02  Items-By-Amount           PIC 9(5)     VALUE ZEROS.
           02  Items-Unidentified        PIC 9(5)     VALUE ZEROS.
           02  Total-Deposited           PIC S9(8)V99 VALUE ZEROS.
           02  Total-Matched             PIC S9(8)V99 VALUE ZEROS.
           02  Total-Unidentified        PIC S9(8)V99 VALUE ZEROS.

       01  GL-Accounts.
           02  Cash-Account              PIC X(8) VALUE "CASHCTRL".
           02  Suspense-Account          PIC X(8) VALUE "SUSPENSE".

       01  Run-Date-Stamp               PIC 9(8).

       01  Lockbox-Heading-Line.
           02  FILLER                 PIC X(34) VALUE
               "LOCKBOX REMITTANCE IMPORT    DATE ".
           02  Prn-Lockbox-Date       PIC 9(4)/99/99.

       01  Lockbox-Topic-Line.
           02  FILLER                 PIC X(10) VALUE "MATCH     ".
           02  FILLER                 PIC X(11) VALUE "CHECK-NO   ".
           02  FILLER                 PIC X(8) VALUE "CUST-ID ".
           02  FILLER                 PIC X(9) VALUE "INVOICE  ".
           02  FILLER                 PIC X(11) VALUE "DEPOSITED  ".
           02  FILLER                 PIC X(13) VALUE "       AMOUNT".

       01  Lockbox-Detail-Line.
           02  Prn-Lbx-Method         PIC X(10).
           02  Prn-Lbx-Check          PIC X(10).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Lbx-Cust-Id        PIC X(5).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Lbx-Invoice        PIC 9(6).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Lbx-Date           PIC 9(4)/99/99.
           02  Prn-Lbx-Amount         PIC B$$,$$$,$$9.99.

       01  Lockbox-Totals-Line.
           02  FILLER                 PIC X(16) VALUE
               "ITEMS READ     :".
           02  Prn-Items-Read         PIC ZZ,ZZ9.
           02  FILLER                 PIC X(13) VALUE "  BY INVOICE:".
           02  Prn-Items-By-Invoice   PIC ZZ,ZZ9.
           02  FILLER                 PIC X(12) VALUE "  BY AMOUNT:".
           02  Prn-Items-By-Amount    PIC ZZ,ZZ9.
           02  FILLER                 PIC X(10) VALUE "  UNIDENT:".
           02  Prn-Items-Unidentified PIC ZZ,ZZ9.

       01  Lockbox-Amounts-Line.
           02  FILLER                 PIC X(16) VALUE
               "DEPOSITED      :".
           02  Prn-Total-Deposited    PIC $$$,$$$,$$9.99.
           02  FILLER                 PIC X(11) VALUE "  MATCHED :".
           02  Prn-Total-Matched      PIC $$$,$$$,$$9.99.
           02  FILLER                 PIC X(11) VALUE "  SUSPENSE:".
           02  Prn-Total-Unidentified PIC $$$,$$$,$$9.99.

       01  Lockbox-Note-Line            PIC X(58) VALUE
           "MATCHED ITEMS ADDED TO RECEIPTS.DAT FOR CASH APPLICATION".

       01  Lockbox-Refused-Line         PIC X(58) VALUE
           "OPEN INVOICE TABLE FULL - IMPORT REFUSED".

       01  Suspense-Heading-Line.
           02  FILLER                 PIC X(34) VALUE
               "UNIDENTIFIED CASH SUSPENSE   DATE ".
           02  Prn-Suspense-Date      PIC 9(4)/99/99.

       01  Suspense-Topic-Line.
           02  FILLER                 PIC X(11) VALUE "CHECK-NO   ".
           02  FILLER                 PIC X(21) VALUE "REMITTER".
           02  FILLER                 PIC X(6) VALUE "CUST  ".
           02  FILLER                 PIC X(7) VALUE "INVOICE".
           02  FILLER                 PIC X(13) VALUE "  DEPOSITED".
           02  FILLER                 PIC X(13) VALUE "       AMOUNT".

       01  Suspense-Detail-Line.
           02  Prn-Sus-Check          PIC X(10).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Sus-Remitter       PIC X(20).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Sus-Cust-Id        PIC X(5).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Sus-Invoice        PIC 9(6).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Sus-Date           PIC 9(4)/99/99.
           02  Prn-Sus-Amount         PIC B$$,$$$,$$9.99.

       01  Suspense-Totals-Line.
           02  FILLER                 PIC X(16) VALUE
               "ITEMS          :".
           02  Prn-Sus-Items          PIC ZZ,ZZ9.
           02  FILLER                 PIC X(19) VALUE
               "  POSTED TO SUSP  :".
           02  Prn-Sus-Total          PIC $$$,$$$,$$9.99.

       01  Suspense-Empty-Line          PIC X(40) VALUE
           "NO UNIDENTIFIED CASH IN THIS IMPORT".

       PROCEDURE DIVISION.
       Import-Lockbox-Remittances.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.

           OPEN OUTPUT Lockbox-Report.
           MOVE Run-Date-Stamp TO Prn-Lockbox-Date.
           WRITE Lockbox-Print-Line FROM Lockbox-Heading-Line AFTER
                       ADVANCING 1 LINE.

           OPEN INPUT Lockbox-File.
           IF NOT Lockbox-Available
               MOVE "LOCKBOX.DAT MISSING - NOTHING IMPORTED"
                   TO Lockbox-Print-Line
               WRITE Lockbox-Print-Line AFTER ADVANCING 2 LINES
               CLOSE Lockbox-Report
               STOP RUN
           END-IF.

           PERFORM Load-Open-Invoices.
           IF Open-Inv-Overflow
               WRITE Lockbox-Print-Line FROM Lockbox-Refused-Line
                           AFTER ADVANCING 2 LINES
               CLOSE Lockbox-File
               CLOSE Lockbox-Report
               STOP RUN
           END-IF.

           PERFORM Deduct-Pending-Receipts.
           PERFORM Load-GL-Map.

           WRITE Lockbox-Print-Line FROM Lockbox-Topic-Line AFTER
                       ADVANCING 2 LINES.

           OPEN OUTPUT Suspense-Report.
           MOVE Run-Date-Stamp TO Prn-Suspense-Date.
           WRITE Suspense-Print-Line FROM Suspense-Heading-Line AFTER
                       ADVANCING 1 LINE.
           WRITE Suspense-Print-Line FROM Suspense-Topic-Line AFTER
                       ADVANCING 2 LINES.

           OPEN EXTEND Receipts-File.
           IF Receipts-Missing
               OPEN OUTPUT Receipts-File
           END-IF.
           OPEN EXTEND Unidentified-Cash.
           IF Unidentified-Cash-Missing
               OPEN OUTPUT Unidentified-Cash
           END-IF.
           OPEN EXTEND Lockbox-Archive.
           IF Lockbox-Archive-Missing
               OPEN OUTPUT Lockbox-Archive
           END-IF.

           READ Lockbox-File
               AT END SET End-Of-Lockbox TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Lockbox
               PERFORM Import-One-Item

               READ Lockbox-File
                   AT END SET End-Of-Lockbox TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Lockbox-File.
           CLOSE Receipts-File.
           CLOSE Unidentified-Cash.
           CLOSE Lockbox-Archive.

           OPEN OUTPUT Lockbox-File.
           CLOSE Lockbox-File.

           PERFORM Write-GL-Suspense-Lines.

           MOVE Items-Read         TO Prn-Items-Read.
           MOVE Items-By-Invoice   TO Prn-Items-By-Invoice.
           MOVE Items-By-Amount    TO Prn-Items-By-Amount.
           MOVE Items-Unidentified TO Prn-Items-Unidentified.
           WRITE Lockbox-Print-Line FROM Lockbox-Totals-Line AFTER
                       ADVANCING 2 LINES.

           MOVE Total-Deposited    TO Prn-Total-Deposited.
           MOVE Total-Matched      TO Prn-Total-Matched.
           MOVE Total-Unidentified TO Prn-Total-Unidentified.
           WRITE Lockbox-Print-Line FROM Lockbox-Amounts-Line AFTER
                       ADVANCING 1 LINE.

           IF Items-By-Invoice > ZEROS OR Items-By-Amount > ZEROS
               WRITE Lockbox-Print-Line FROM Lockbox-Note-Line AFTER
                           ADVANCING 1 LINE
           END-IF.

           IF Items-Unidentified = ZEROS
               WRITE Suspense-Print-Line FROM Suspense-Empty-Line
                           AFTER ADVANCING 1 LINE
           END-IF.
           MOVE Items-Unidentified TO Prn-Sus-Items.
           MOVE Total-Unidentified TO Prn-Sus-Total.
           WRITE Suspense-Print-Line FROM Suspense-Totals-Line AFTER
                       ADVANCING 2 LINES.

           CLOSE Lockbox-Report.
           CLOSE Suspense-Report.

           STOP RUN.

       Load-Open-Invoices.
           OPEN INPUT Invoice-Register.
           IF Register-Available
               READ Invoice-Register
                   AT END SET End-Of-Register TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Register
                   IF IR-Invoice-Open
                       IF Open-Inv-Count < 2000
                           ADD 1 TO Open-Inv-Count
                           MOVE IR-Invoice-Number TO
                                   OI-Invoice-Number (Open-Inv-Count)
                           MOVE IR-Customer-Id TO
                                   OI-Customer-Id (Open-Inv-Count)
                           SUBTRACT IR-Amount-Paid FROM
                                   IR-Invoice-Total GIVING
                                   OI-Open-Amount (Open-Inv-Count)
                       ELSE
                           MOVE "Y" TO Open-Inv-Overflow-Flag
                       END-IF
                   END-IF

                   READ Invoice-Register
                       AT END SET End-Of-Register TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Invoice-Register
           END-IF.

       Deduct-Pending-Receipts.
           OPEN INPUT Receipts-File.
           IF Receipts-Available
               READ Receipts-File
                   AT END SET End-Of-Receipts TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Receipts
                   MOVE RC-Invoice-Number TO Match-Invoice-Number
                   PERFORM Find-Open-Invoice
                   IF Inv-Found
                           AND OI-Customer-Id (Inv-Slot)
                                   = RC-Customer-Id
                       SUBTRACT RC-Amount FROM
                               OI-Open-Amount (Inv-Slot)
                   END-IF

                   READ Receipts-File
                       AT END SET End-Of-Receipts TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Receipts-File
           END-IF.

       Load-GL-Map.
           OPEN INPUT GL-Map-File.
           IF GL-Map-File-Found
               READ GL-Map-File
                   AT END SET End-Of-GL-Map TO TRUE
               END-READ

               PERFORM UNTIL End-Of-GL-Map
                   EVALUATE GM-Map-Type
                       WHEN "C"
                           MOVE GM-Account TO Cash-Account
                       WHEN "D"
                           MOVE GM-Account TO Suspense-Account
                   END-EVALUATE

                   READ GL-Map-File
                       AT END SET End-Of-GL-Map TO TRUE
                   END-READ
               END-PERFORM

               CLOSE GL-Map-File
           END-IF.

       Import-One-Item.
           ADD 1 TO Items-Read.
           ADD LB-Amount TO Total-Deposited.
           SET Not-Matched TO TRUE.
           MOVE SPACES TO Match-Customer-Id.
           MOVE ZEROS  TO Match-Invoice-Number.

           IF LB-Invoice-Number NUMERIC AND LB-Invoice-Number > ZEROS
               MOVE LB-Invoice-Number TO Match-Invoice-Number
               PERFORM Find-Open-Invoice
               IF Inv-Found
                   SET Matched-By-Invoice TO TRUE
                   MOVE OI-Customer-Id (Inv-Slot) TO Match-Customer-Id
               END-IF
           END-IF.

           IF Not-Matched AND LB-Customer-Id NOT = SPACES
               PERFORM Find-Exact-Open-Amount
               IF Inv-Found
                   SET Matched-By-Amount TO TRUE
                   MOVE OI-Customer-Id (Inv-Slot) TO Match-Customer-Id
                   MOVE OI-Invoice-Number (Inv-Slot) TO
                           Match-Invoice-Number
               END-IF
           END-IF.

           IF Not-Matched
               PERFORM Write-Unidentified-Cash
           ELSE
               PERFORM Write-Matched-Receipt
           END-IF.

           MOVE Lockbox-Rec          TO LA-Lockbox-Data.
           MOVE Run-Date-Stamp       TO LA-Import-Date.
           MOVE Match-Method         TO LA-Match-Method.
           MOVE Match-Customer-Id    TO LA-Customer-Id.
           MOVE Match-Invoice-Number TO LA-Invoice-Number.
           WRITE Lockbox-Archive-Rec.

       Find-Open-Invoice.
           MOVE "N" TO Inv-Found-Flag.
           PERFORM VARYING Inv-I FROM 1 BY 1
                   UNTIL Inv-I > Open-Inv-Count OR Inv-Found
               IF OI-Invoice-Number (Inv-I) = Match-Invoice-Number
                   MOVE "Y" TO Inv-Found-Flag
                   MOVE Inv-I TO Inv-Slot
               END-IF
           END-PERFORM.

       Find-Exact-Open-Amount.
           MOVE "N" TO Inv-Found-Flag.
           PERFORM VARYING Inv-I FROM 1 BY 1
                   UNTIL Inv-I > Open-Inv-Count OR Inv-Found
               IF OI-Customer-Id (Inv-I) = LB-Customer-Id
                       AND OI-Open-Amount (Inv-I) = LB-Amount
                       AND LB-Amount > ZEROS
                   MOVE "Y" TO Inv-Found-Flag
                   MOVE Inv-I TO Inv-Slot
               END-IF
           END-PERFORM.

       Write-Matched-Receipt.
           SUBTRACT LB-Amount FROM OI-Open-Amount (Inv-Slot).

           MOVE Match-Customer-Id    TO RC-Customer-Id.
           MOVE Match-Invoice-Number TO RC-Invoice-Number.
           MOVE LB-Deposit-Date      TO RC-Receipt-Date.
           MOVE LB-Amount            TO RC-Amount.
           WRITE Receipts-Rec.

           ADD LB-Amount TO Total-Matched.
           IF Matched-By-Invoice
               ADD 1 TO Items-By-Invoice
               MOVE "INVOICE   " TO Prn-Lbx-Method
           ELSE
               ADD 1 TO Items-By-Amount
               MOVE "AMOUNT    " TO Prn-Lbx-Method
           END-IF.

           MOVE LB-Check-Number      TO Prn-Lbx-Check.
           MOVE Match-Customer-Id    TO Prn-Lbx-Cust-Id.
           MOVE Match-Invoice-Number TO Prn-Lbx-Invoice.
           MOVE LB-Deposit-Date      TO Prn-Lbx-Date.
           MOVE LB-Amount            TO Prn-Lbx-Amount.
           WRITE Lockbox-Print-Line FROM Lockbox-Detail-Line AFTER
                       ADVANCING 1 LINE.

       Write-Unidentified-Cash.
           MOVE LB-Deposit-Date   TO UC-Deposit-Date.
           MOVE LB-Check-Number   TO UC-Check-Number.
           MOVE LB-Customer-Id    TO UC-Customer-Id.
           IF LB-Invoice-Number NUMERIC
               MOVE LB-Invoice-Number TO UC-Invoice-Number
           ELSE
               MOVE ZEROS TO UC-Invoice-Number
           END-IF.
           MOVE LB-Amount         TO UC-Amount.
           MOVE LB-Remitter-Name  TO UC-Remitter-Name.
           MOVE Run-Date-Stamp    TO UC-Import-Date.
           WRITE Unidentified-Cash-Rec.

           ADD 1 TO Items-Unidentified.
           ADD LB-Amount TO Total-Unidentified.

           MOVE "SUSPENSE  "      TO Prn-Lbx-Method.
           MOVE LB-Check-Number   TO Prn-Lbx-Check.
           MOVE LB-Customer-Id    TO Prn-Lbx-Cust-Id.
           MOVE UC-Invoice-Number TO Prn-Lbx-Invoice.
           MOVE LB-Deposit-Date   TO Prn-Lbx-Date.
           MOVE LB-Amount         TO Prn-Lbx-Amount.
           WRITE Lockbox-Print-Line FROM Lockbox-Detail-Line AFTER
                       ADVANCING 1 LINE.

           MOVE LB-Check-Number   TO Prn-Sus-Check.
           MOVE LB-Remitter-Name  TO Prn-Sus-Remitter.
           MOVE LB-Customer-Id    TO Prn-Sus-Cust-Id.
           MOVE UC-Invoice-Number TO Prn-Sus-Invoice.
           MOVE LB-Deposit-Date   TO Prn-Sus-Date.
           MOVE LB-Amount         TO Prn-Sus-Amount.
           WRITE Suspense-Print-Line FROM Suspense-Detail-Line AFTER
                       ADVANCING 1 LINE.

       Write-GL-Suspense-Lines.
           IF Total-Unidentified NOT = ZEROS
               OPEN EXTEND GL-Posting-File
               IF GL-Posting-Missing
                   OPEN OUTPUT GL-Posting-File
               END-IF

               MOVE Cash-Account       TO GP-Account
               MOVE "D"                TO GP-Debit-Credit
               MOVE Total-Unidentified TO GP-Amount
               MOVE Run-Date-Stamp     TO GP-Run-Date
               MOVE ZEROS              TO GP-Run-Number
               MOVE "LOCKBOX UNIDENT"  TO GP-Description
               WRITE GL-Posting-Rec

               MOVE Suspense-Account   TO GP-Account
               MOVE "C"                TO GP-Debit-Credit
               MOVE Total-Unidentified TO GP-Amount
               MOVE Run-Date-Stamp     TO GP-Run-Date
               MOVE ZEROS              TO GP-Run-Number
               MOVE "UNIDENTIFIED CASH" TO GP-Description
               WRITE GL-Posting-Rec

               CLOSE GL-Posting-File
           END-IF.
