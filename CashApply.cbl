                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Payment-History-Status.

           SELECT On-Account-File ASSIGN TO "ONACCOUNT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS On-Account-Status.

           SELECT Cash-Report ASSIGN TO "CASHAPPLY.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           02  RK-Receipt-Date             PIC 9(8).
           02  RK-Amount                   PIC 9(7)V99.
           02  RK-Applied                  PIC S9(7)V99.
           02  RK-Credited                 PIC S9(7)V99.
           02  RK-Matched-Flag             PIC X.

       FD Receipt-Archive.
           02  PY-Receipt-Date             PIC 9(8).
           02  PY-Amount-Applied           PIC S9(7)V99.

       FD On-Account-File.
       01 On-Account-Rec.
           88 End-Of-On-Account    VALUE HIGH-VALUES.
           02  OA-Customer-Id              PIC X(5).
           02  OA-Credit-Date              PIC 9(8).
           02  OA-Source-Invoice           PIC 9(6).
           02  OA-Original-Amount          PIC 9(7)V99.
           02  OA-Remaining-Amount         PIC 9(7)V99.

       FD Cash-Report.
       01 Cash-Print-Line                  PIC X(80).

       01  Receipt-Archive-Status       PIC XX.
           88  Receipt-Archive-Missing     VALUE "35".

       01  On-Account-Status            PIC XX.
           88  On-Account-Found            VALUE "00".

       01  Cust-Master-Open-Flag        PIC X VALUE "N".
           88  Cust-Master-Open            VALUE "Y".

       01  On-Account-Table.
           02  Credit-Count              PIC 999 VALUE ZEROS.
           02  Credits-Loaded-Flag       PIC X VALUE "Y".
               88  Credits-Loaded         VALUE "Y".
           02  Credit-Entry OCCURS 999 TIMES.
               03  OAT-Customer-Id       PIC X(5).
               03  OAT-Credit-Date       PIC 9(8).
               03  OAT-Source-Invoice    PIC 9(6).
               03  OAT-Original-Amount   PIC 9(7)V99.
               03  OAT-Remaining-Amount  PIC 9(7)V99.
           02  Credit-I                  PIC 999.

       01  Apply-Work-Fields.
           02  Receipt-Seq               PIC 9(4) VALUE ZEROS.
           02  Rcpt-Scan-Done            PIC X.
           02  Apply-Amount              PIC S9(7)V99.
           02  Unapplied-Amount          PIC S9(7)V99.
           02  Leftover-Amount           PIC S9(7)V99.
           02  Credit-Amount             PIC S9(7)V99.

       01  Cash-Counters.
           02  Receipts-Read             PIC 9(5)     VALUE ZEROS.
           02  Receipts-Kept             PIC 9(5)     VALUE ZEROS.
           02  Total-Received            PIC S9(8)V99 VALUE ZEROS.
           02  Total-Applied             PIC S9(8)V99 VALUE ZEROS.
           02  Credits-Created           PIC 9(5)     VALUE ZEROS.
           02  Credits-Used              PIC 9(5)     VALUE ZEROS.
           02  Total-On-Account          PIC S9(8)V99 VALUE ZEROS.
           02  Total-Credit-Used         PIC S9(8)V99 VALUE ZEROS.
           02  Total-Cash-Posted         PIC S9(8)V99 VALUE ZEROS.

       01  GL-Accounts.
           02  Cash-Account              PIC X(8) VALUE "CASHCTRL".
           02  FILLER                 PIC X(11) VALUE "  APPLIED :".
           02  Prn-Total-Applied      PIC $$$,$$$,$$9.99.

       01  Cash-Credits-Line.
           02  FILLER                 PIC X(16) VALUE
               "ON ACCOUNT     :".
           02  Prn-Total-On-Account   PIC $$$,$$$,$$9.99.
           02  FILLER                 PIC X(16) VALUE
               "  CREDITS USED :".
           02  Prn-Total-Credit-Used  PIC $$$,$$$,$$9.99.

       01  Archive-Note-Line            PIC X(58) VALUE
           "APPLIED RECEIPTS ARCHIVED TO RECEIPTARC.DAT".

           END-IF.

           PERFORM Load-GL-Map.
           PERFORM Load-On-Account-Credits.

           WRITE Cash-Print-Line FROM Cash-Topic-Line AFTER
                       ADVANCING 2 LINES.

           OPEN I-O Customer-Master.
           IF Customer-Master-OK
               MOVE "Y" TO Cust-Master-Open-Flag
           END-IF.

           OPEN EXTEND Payment-History.
           IF Payment-History-Missing
           PERFORM Dispose-Receipts.

           CLOSE Payment-History.
           IF Cust-Master-Open
               CLOSE Customer-Master
           END-IF.

           IF Credits-Loaded
               PERFORM Rewrite-On-Account-Credits
           END-IF.

           PERFORM Write-GL-Cash-Lines.

           MOVE Receipts-Read      TO Prn-Receipts-Read.
           WRITE Cash-Print-Line FROM Cash-Amounts-Line AFTER
                       ADVANCING 1 LINE.

           IF Credits-Created > ZEROS OR Credits-Used > ZEROS
               MOVE Total-On-Account  TO Prn-Total-On-Account
               MOVE Total-Credit-Used TO Prn-Total-Credit-Used
               WRITE Cash-Print-Line FROM Cash-Credits-Line AFTER
                           ADVANCING 1 LINE
           END-IF.

           IF Receipts-Matched > ZEROS
               WRITE Cash-Print-Line FROM Archive-Note-Line AFTER
                           ADVANCING 1 LINE
                   MOVE RC-Receipt-Date   TO RK-Receipt-Date
                   MOVE RC-Amount         TO RK-Amount
                   MOVE ZEROS             TO RK-Applied
                   MOVE ZEROS             TO RK-Credited
                   MOVE "N"               TO RK-Matched-Flag
                   WRITE Receipt-Work-Rec
                       INVALID KEY CONTINUE
               CLOSE GL-Map-File
           END-IF.

       Load-On-Account-Credits.
           OPEN INPUT On-Account-File.
           IF On-Account-Found
               READ On-Account-File
                   AT END SET End-Of-On-Account TO TRUE
               END-READ

               PERFORM UNTIL End-Of-On-Account
                   IF Credit-Count < 999
                       ADD 1 TO Credit-Count
                       MOVE OA-Customer-Id TO
                               OAT-Customer-Id (Credit-Count)
                       MOVE OA-Credit-Date TO
                               OAT-Credit-Date (Credit-Count)
                       MOVE OA-Source-Invoice TO
                               OAT-Source-Invoice (Credit-Count)
                       MOVE OA-Original-Amount TO
                               OAT-Original-Amount (Credit-Count)
                       MOVE OA-Remaining-Amount TO
                               OAT-Remaining-Amount (Credit-Count)
                   ELSE
                       MOVE "N" TO Credits-Loaded-Flag
                   END-IF

                   READ On-Account-File
                       AT END SET End-Of-On-Account TO TRUE
                   END-READ
               END-PERFORM

               CLOSE On-Account-File
           END-IF.

           IF NOT Credits-Loaded
               MOVE "ONACCOUNT.DAT TOO LARGE - CREDITS NOT USED"
                   TO Cash-Print-Line
               WRITE Cash-Print-Line AFTER ADVANCING 1 LINE
           END-IF.

       Apply-To-Register.
           OPEN INPUT Invoice-Register.
           IF NOT Register-Available
               END-READ
           END-PERFORM.

           IF IR-Invoice-Open AND Credits-Loaded
               PERFORM Apply-Credits-To-Invoice
           END-IF.

       Apply-One-Receipt.
           MOVE "Y" TO RK-Matched-Flag.

           SUBTRACT Apply-Amount FROM RK-Amount
                   GIVING Unapplied-Amount.

           IF Unapplied-Amount > ZEROS AND Credits-Loaded
                   AND Credit-Count < 999
               MOVE Unapplied-Amount TO RK-Credited
           END-IF.

           REWRITE Receipt-Work-Rec
               INVALID KEY CONTINUE
           END-REWRITE.
           WRITE Cash-Print-Line FROM Cash-Detail-Line AFTER
                       ADVANCING 1 LINE.

           IF RK-Credited > ZEROS
               PERFORM Add-On-Account-Credit
           END-IF.

       Add-On-Account-Credit.
           ADD 1 TO Credit-Count.
           MOVE IR-Customer-Id    TO OAT-Customer-Id (Credit-Count).
           MOVE RK-Receipt-Date   TO OAT-Credit-Date (Credit-Count).
           MOVE IR-Invoice-Number TO
                   OAT-Source-Invoice (Credit-Count).
           MOVE RK-Credited       TO
                   OAT-Original-Amount (Credit-Count).
           MOVE RK-Credited       TO
                   OAT-Remaining-Amount (Credit-Count).

           ADD 1 TO Credits-Created.
           ADD RK-Credited TO Total-On-Account.

           MOVE RK-Credited TO Apply-Amount.
           PERFORM Reduce-Customer-Balance.

           MOVE "ON ACCOUNT" TO Prn-Cash-Action.
           MOVE IR-Customer-Id    TO Prn-Cash-Cust-Id.
           MOVE IR-Invoice-Number TO Prn-Cash-Invoice.
           MOVE ZEROS             TO Prn-Cash-Received.
           MOVE ZEROS             TO Prn-Cash-Applied.
           MOVE RK-Credited       TO Prn-Cash-Unapplied.
           WRITE Cash-Print-Line FROM Cash-Detail-Line AFTER
                       ADVANCING 1 LINE.

       Apply-Credits-To-Invoice.
           PERFORM VARYING Credit-I FROM 1 BY 1
                   UNTIL Credit-I > Credit-Count
                       OR NOT IR-Invoice-Open
               IF OAT-Customer-Id (Credit-I) = IR-Customer-Id
                       AND OAT-Remaining-Amount (Credit-I) > ZEROS
                   PERFORM Apply-One-Credit
               END-IF
           END-PERFORM.

       Apply-One-Credit.
           SUBTRACT IR-Amount-Paid FROM IR-Invoice-Total
                   GIVING Open-Amount.
           IF Open-Amount < ZEROS
               MOVE ZEROS TO Open-Amount
           END-IF.

           IF OAT-Remaining-Amount (Credit-I) > Open-Amount
               MOVE Open-Amount TO Credit-Amount
           ELSE
               MOVE OAT-Remaining-Amount (Credit-I) TO Credit-Amount
           END-IF.

           SUBTRACT Credit-Amount FROM
                   OAT-Remaining-Amount (Credit-I).
           ADD Credit-Amount TO IR-Amount-Paid.
           IF IR-Amount-Paid >= IR-Invoice-Total
               MOVE "C" TO IR-Status
           END-IF.

           ADD 1 TO Credits-Used.
           ADD Credit-Amount TO Total-Credit-Used.

           MOVE IR-Customer-Id    TO PY-Customer-Id.
           MOVE IR-Invoice-Number TO PY-Invoice-Number.
           MOVE Run-Date-Stamp    TO PY-Receipt-Date.
           MOVE Credit-Amount     TO PY-Amount-Applied.
           WRITE Payment-History-Rec.

           MOVE "CREDIT    "      TO Prn-Cash-Action.
           MOVE IR-Customer-Id    TO Prn-Cash-Cust-Id.
           MOVE IR-Invoice-Number TO Prn-Cash-Invoice.
           MOVE ZEROS             TO Prn-Cash-Received.
           MOVE Credit-Amount     TO Prn-Cash-Applied.
           MOVE OAT-Remaining-Amount (Credit-I) TO
                   Prn-Cash-Unapplied.
           WRITE Cash-Print-Line FROM Cash-Detail-Line AFTER
                       ADVANCING 1 LINE.

       Rewrite-On-Account-Credits.
           OPEN OUTPUT On-Account-File.

           PERFORM VARYING Credit-I FROM 1 BY 1
                   UNTIL Credit-I > Credit-Count
               IF OAT-Remaining-Amount (Credit-I) > ZEROS
                   MOVE OAT-Customer-Id (Credit-I) TO OA-Customer-Id
                   MOVE OAT-Credit-Date (Credit-I) TO OA-Credit-Date
                   MOVE OAT-Source-Invoice (Credit-I) TO
                           OA-Source-Invoice
                   MOVE OAT-Original-Amount (Credit-I) TO
                           OA-Original-Amount
                   MOVE OAT-Remaining-Amount (Credit-I) TO
                           OA-Remaining-Amount
                   WRITE On-Account-Rec
               END-IF
           END-PERFORM.

           CLOSE On-Account-File.

       Reduce-Customer-Balance.
           IF Cust-Master-Open
               MOVE IR-Customer-Id TO CM-Customer-Id
               READ Customer-Master
                   INVALID KEY CONTINUE
               MOVE Run-Date-Stamp    TO AC-Apply-Date
               WRITE Receipt-Archive-Rec

               COMPUTE Leftover-Amount =
                   RK-Amount - RK-Applied - RK-Credited
               IF Leftover-Amount > ZEROS
                   PERFORM Write-Receipt-Keep
               END-IF
           CLOSE Invoice-Register.

       Write-GL-Cash-Lines.
           ADD Total-Applied Total-On-Account
                   GIVING Total-Cash-Posted.

           IF Total-Cash-Posted NOT = ZEROS
               OPEN EXTEND GL-Posting-File
               IF GL-Posting-Missing
                   OPEN OUTPUT GL-Posting-File

               MOVE Cash-Account    TO GP-Account
               MOVE "D"             TO GP-Debit-Credit
               MOVE Total-Cash-Posted TO GP-Amount
               MOVE Run-Date-Stamp  TO GP-Run-Date
               MOVE ZEROS           TO GP-Run-Number
               MOVE "CASH RECEIPTS" TO GP-Description

               MOVE AR-Account      TO GP-Account
               MOVE "C"             TO GP-Debit-Credit
               MOVE Total-Cash-Posted TO GP-Amount
               MOVE Run-Date-Stamp  TO GP-Run-Date
               MOVE ZEROS           TO GP-Run-Number
               MOVE "AR PAYMENTS"   TO GP-Description
