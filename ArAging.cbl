                 RECORD KEY IS CM-Customer-Id
                 FILE STATUS IS Customer-Master-Status.

           SELECT On-Account-File ASSIGN TO "ONACCOUNT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS On-Account-Status.

           SELECT Aging-Report ASSIGN TO "ARAGING.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           02  CM-Tax-Juris                PIC X(2).
           02  CM-Tax-Exempt               PIC X.

       FD On-Account-File.
       01 On-Account-Rec.
           88 End-Of-On-Account    VALUE HIGH-VALUES.
           02  OA-Customer-Id              PIC X(5).
           02  OA-Credit-Date              PIC 9(8).
           02  OA-Source-Invoice           PIC 9(6).
           02  OA-Original-Amount          PIC 9(7)V99.
           02  OA-Remaining-Amount         PIC 9(7)V99.

       FD Aging-Report.
       01 Aging-Print-Line                 PIC X(112).

       WORKING-STORAGE SECTION.
       01  Invoice-Register-Status      PIC XX.
       01  Customer-Master-Status       PIC XX.
           88  Customer-Master-OK          VALUE "00".

       01  On-Account-Status            PIC XX.
           88  On-Account-Found            VALUE "00".

       01  Run-Date-Stamp               PIC 9(8).

       01  Date-Work-Fields.
           02  Cust-Days-30              PIC S9(8)V99.
           02  Cust-Days-60              PIC S9(8)V99.
           02  Cust-Days-90              PIC S9(8)V99.
           02  Cust-Credits              PIC S9(8)V99.
           02  Cust-Total                PIC S9(8)V99.

       01  Aging-Totals.
           02  Total-Days-30             PIC S9(9)V99 VALUE ZEROS.
           02  Total-Days-60             PIC S9(9)V99 VALUE ZEROS.
           02  Total-Days-90             PIC S9(9)V99 VALUE ZEROS.
           02  Total-Credits             PIC S9(9)V99 VALUE ZEROS.
           02  Total-Outstanding         PIC S9(9)V99 VALUE ZEROS.

       01  Aging-Heading-Line.
           02  FILLER                 PIC X(13) VALUE "      30 DAYS".
           02  FILLER                 PIC X(13) VALUE "      60 DAYS".
           02  FILLER                 PIC X(13) VALUE "     90+ DAYS".
           02  FILLER                 PIC X(14) VALUE "    ON ACCOUNT".
           02  FILLER                 PIC X(13) VALUE "        TOTAL".

       01  Aging-Detail-Line.
           02  Prn-Aging-30           PIC B$,$$$,$$9.99-.
           02  Prn-Aging-60           PIC B$,$$$,$$9.99-.
           02  Prn-Aging-90           PIC B$,$$$,$$9.99-.
           02  Prn-Aging-Credits      PIC B$,$$$,$$9.99-.
           02  Prn-Aging-Total        PIC B$,$$$,$$9.99-.

       01  Aging-Total-Line.
           02  Prn-Tot-30             PIC B$,$$$,$$9.99-.
           02  Prn-Tot-60             PIC B$,$$$,$$9.99-.
           02  Prn-Tot-90             PIC B$,$$$,$$9.99-.
           02  Prn-Tot-Credits        PIC B$,$$$,$$9.99-.
           02  Prn-Tot-Total          PIC B$,$$$,$$9.99-.

       01  Aging-Empty-Line          PIC X(30)
            VALUE "NO OPEN INVOICES OR CREDITS".

       PROCEDURE DIVISION.
       Produce-Aging-Report.
               MOVE Total-Days-30     TO Prn-Tot-30
               MOVE Total-Days-60     TO Prn-Tot-60
               MOVE Total-Days-90     TO Prn-Tot-90
               MOVE Total-Credits     TO Prn-Tot-Credits
               MOVE Total-Outstanding TO Prn-Tot-Total
               WRITE Aging-Print-Line FROM Aging-Total-Line AFTER
                           ADVANCING 2 LINES
               CLOSE Invoice-Register
           END-IF.

           OPEN INPUT On-Account-File.
           IF On-Account-Found
               READ On-Account-File
                   AT END SET End-Of-On-Account TO TRUE
               END-READ

               PERFORM UNTIL End-Of-On-Account
                   IF OA-Remaining-Amount > ZEROS
                       MOVE OA-Customer-Id TO AW-Customer-Id
                       MOVE 5 TO AW-Bucket
                       COMPUTE AW-Open-Amount =
                           0 - OA-Remaining-Amount
                       WRITE Aging-Work-Rec
                       ADD 1 TO Work-Records-Written
                   END-IF

                   READ On-Account-File
                       AT END SET End-Of-On-Account TO TRUE
                   END-READ
               END-PERFORM

               CLOSE On-Account-File
           END-IF.

           CLOSE Aging-Work-File.

       Write-One-Aging-Work.
                   MOVE ZEROS TO Cust-Days-30
                   MOVE ZEROS TO Cust-Days-60
                   MOVE ZEROS TO Cust-Days-90
                   MOVE ZEROS TO Cust-Credits
               END-IF

               EVALUATE AS-Bucket
                       ADD AS-Open-Amount TO Cust-Days-30
                   WHEN 3
                       ADD AS-Open-Amount TO Cust-Days-60
                   WHEN 5
                       ADD AS-Open-Amount TO Cust-Credits
                   WHEN OTHER
                       ADD AS-Open-Amount TO Cust-Days-90
               END-EVALUATE

           COMPUTE Cust-Total =
               Cust-Current + Cust-Days-30
               + Cust-Days-60 + Cust-Days-90 + Cust-Credits.

           MOVE Prev-Cust-Id TO Prn-Aging-Cust-Id.
           MOVE Cust-Current TO Prn-Aging-Current.
           MOVE Cust-Days-30 TO Prn-Aging-30.
           MOVE Cust-Days-60 TO Prn-Aging-60.
           MOVE Cust-Days-90 TO Prn-Aging-90.
           MOVE Cust-Credits TO Prn-Aging-Credits.
           MOVE Cust-Total   TO Prn-Aging-Total.
           WRITE Aging-Print-Line FROM Aging-Detail-Line AFTER
                       ADVANCING 1 LINE.
           ADD Cust-Days-30 TO Total-Days-30.
           ADD Cust-Days-60 TO Total-Days-60.
           ADD Cust-Days-90 TO Total-Days-90.
           ADD Cust-Credits TO Total-Credits.
           ADD Cust-Total   TO Total-Outstanding.
