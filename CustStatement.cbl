                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Stmt-Parm-Status.

           SELECT On-Account-File ASSIGN TO "ONACCOUNT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS On-Account-Status.

           SELECT Stmt-Work-File ASSIGN TO "STMTWORK.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL.

       01 Stmt-Parm-Rec.
           02  SP-Statement-Period         PIC 9(6).

       FD On-Account-File.
       01 On-Account-Rec.
           88 End-Of-On-Account    VALUE HIGH-VALUES.
           02  OA-Customer-Id              PIC X(5).
           02  OA-Credit-Date              PIC 9(8).
           02  OA-Source-Invoice           PIC 9(6).
           02  OA-Original-Amount          PIC 9(7)V99.
           02  OA-Remaining-Amount         PIC 9(7)V99.

       FD Stmt-Work-File.
       01 Stmt-Work-Rec.
           88 End-Of-Stmt-Work     VALUE HIGH-VALUES.
           02  SS-Rec-Type                 PIC X.
               88  SS-Invoice-Rec          VALUE "I".
               88  SS-Payment-Rec          VALUE "P".
               88  SS-Credit-Rec           VALUE "C".
           02  SS-Doc-Number               PIC 9(6).
           02  SS-Amount                   PIC S9(7)V99.

       01  Stmt-Parm-Status             PIC XX.
           88  Stmt-Parm-Found             VALUE "00".

       01  On-Account-Status            PIC XX.
           88  On-Account-Found            VALUE "00".

       01  Customer-Master-Status       PIC XX.
           88  Customer-Master-OK          VALUE "00".

       01  Stmt-Cust-Totals.
           02  Cust-Invoiced             PIC S9(8)V99 VALUE ZEROS.
           02  Cust-Paid                 PIC S9(8)V99 VALUE ZEROS.
           02  Cust-Credits              PIC S9(8)V99 VALUE ZEROS.

       01  Stmt-Counters.
           02  Statements-Written        PIC 9(5) VALUE ZEROS.
           02  FILLER                 PIC X(9) VALUE "  PAID :".
           02  Prn-Cust-Paid          PIC $$,$$$,$$9.99-.

       01  Stmt-Credit-Line.
           02  FILLER                 PIC X(16) VALUE
               "UNAPPLIED CRED :".
           02  Prn-Cust-Credits       PIC $$,$$$,$$9.99-.

       01  Stmt-Summary-Line-2.
           02  FILLER                 PIC X(16) VALUE
               "CURRENT BALANCE:".
               CLOSE Payment-History
           END-IF.

           OPEN INPUT On-Account-File.
           IF On-Account-Found
               READ On-Account-File
                   AT END SET End-Of-On-Account TO TRUE
               END-READ

               PERFORM UNTIL End-Of-On-Account
                   IF OA-Remaining-Amount > ZEROS
                       MOVE OA-Customer-Id      TO SW-Customer-Id
                       MOVE OA-Credit-Date      TO SW-Doc-Date
                       MOVE "C"                 TO SW-Rec-Type
                       MOVE OA-Source-Invoice   TO SW-Doc-Number
                       MOVE OA-Remaining-Amount TO SW-Amount
                       WRITE Stmt-Work-Rec
                       ADD 1 TO Work-Records-Written
                   END-IF

                   READ On-Account-File
                       AT END SET End-Of-On-Account TO TRUE
                   END-READ
               END-PERFORM

               CLOSE On-Account-File
           END-IF.

           CLOSE Stmt-Work-File.

       Print-Statements.
           MOVE SS-Customer-Id TO Prev-Cust-Id.
           MOVE ZEROS TO Cust-Invoiced.
           MOVE ZEROS TO Cust-Paid.
           MOVE ZEROS TO Cust-Credits.

           MOVE "** UNKNOWN **" TO Stmt-Cust-Name.
           MOVE ZEROS TO Stmt-Cust-Balance.
                       ADVANCING 2 LINES.

       Print-Statement-Line.
           EVALUATE TRUE
               WHEN SS-Invoice-Rec
                   MOVE "INVOICE " TO Prn-Stmt-Type
                   MOVE SS-Amount  TO Prn-Stmt-Amount
                   ADD SS-Amount TO Cust-Invoiced
               WHEN SS-Credit-Rec
                   MOVE "ON ACCT " TO Prn-Stmt-Type
                   COMPUTE Prn-Stmt-Amount = 0 - SS-Amount
                   ADD SS-Amount TO Cust-Credits
               WHEN OTHER
                   MOVE "PAYMENT " TO Prn-Stmt-Type
                   COMPUTE Prn-Stmt-Amount = 0 - SS-Amount
                   ADD SS-Amount TO Cust-Paid
           END-EVALUATE.
           MOVE SS-Doc-Number TO Prn-Stmt-Doc-Number.
           MOVE SS-Doc-Date   TO Prn-Stmt-Doc-Date.
           WRITE Stmt-Print-Line FROM Stmt-Detail-Line AFTER
           WRITE Stmt-Print-Line FROM Stmt-Summary-Line-1 AFTER
                       ADVANCING 2 LINES.

           IF Cust-Credits NOT = ZEROS
               MOVE Cust-Credits TO Prn-Cust-Credits
               WRITE Stmt-Print-Line FROM Stmt-Credit-Line AFTER
                           ADVANCING 1 LINE
           END-IF.

           MOVE Stmt-Cust-Balance TO Prn-Cust-Balance.
           WRITE Stmt-Print-Line FROM Stmt-Summary-Line-2 AFTER
                       ADVANCING 1 LINE.
