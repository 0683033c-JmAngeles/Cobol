                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Posting-Status.

           SELECT GL-Ledger-File ASSIGN TO "GLLEDGER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Ledger-Status.

           SELECT GL-Suspense-File ASSIGN TO "GLSUSPENSE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Suspense-Status.

           SELECT Invoice-Register ASSIGN TO "INVREGISTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Invoice-Register-Status.
           02  CR-Run-Number               PIC 9(6).
           02  CR-Price-Flag               PIC X.
           02  CR-Tax-Amount               PIC S9(5)V99.
           02  CR-Cost-Amount              PIC S9(6)V99.
           02  CR-Lot-Usage OCCURS 3 TIMES.
               03  CR-Lot-Number           PIC X(10).
               03  CR-Lot-Qty              PIC 999.

       FD GL-Posting-File.
       01 GL-Posting-Rec.
           02  GP-Run-Number               PIC 9(6).
           02  GP-Description              PIC X(20).

       FD GL-Ledger-File.
       01 GL-Ledger-Rec.
           88 End-Of-GL-Ledger     VALUE HIGH-VALUES.
           02  LG-Posting-Data             PIC X(53).
           02  LG-Period                   PIC 9(6).
           02  LG-Edit-Date                PIC 9(8).

       FD GL-Suspense-File.
       01 GL-Suspense-Rec.
           88 End-Of-GL-Suspense   VALUE HIGH-VALUES.
           02  GS-Posting-Data             PIC X(53).

       FD Invoice-Register.
       01 Invoice-Register-Rec.
           88 End-Of-Register      VALUE HIGH-VALUES.
       01  GL-Posting-Status            PIC XX.
           88  GL-Postings-Available       VALUE "00".

       01  GL-Ledger-Status             PIC XX.
           88  GL-Ledger-Available         VALUE "00".

       01  GL-Suspense-Status           PIC XX.
           88  GL-Suspense-Available       VALUE "00".

       01  GL-Line-Work.
           02  GW-Account                PIC X(8).
           02  GW-Debit-Credit           PIC X.
           02  GW-Amount                 PIC 9(8)V99.
           02  GW-Run-Date               PIC 9(8).
           02  GW-Run-Number             PIC 9(6).
           02  GW-Description            PIC X(20).

       01  Invoice-Register-Status      PIC XX.
           88  Register-Available          VALUE "00".

               END-READ

               PERFORM UNTIL End-Of-GL-Postings
                   MOVE GL-Posting-Rec TO GL-Line-Work
                   PERFORM Add-GL-Line

                   READ GL-Posting-File
                       AT END SET End-Of-GL-Postings TO TRUE
               CLOSE GL-Posting-File
           END-IF.

           OPEN INPUT GL-Ledger-File.
           IF GL-Ledger-Available
               READ GL-Ledger-File
                   AT END SET End-Of-GL-Ledger TO TRUE
               END-READ

               PERFORM UNTIL End-Of-GL-Ledger
                   MOVE LG-Posting-Data TO GL-Line-Work
                   PERFORM Add-GL-Line

                   READ GL-Ledger-File
                       AT END SET End-Of-GL-Ledger TO TRUE
                   END-READ
               END-PERFORM

               CLOSE GL-Ledger-File
           END-IF.

           OPEN INPUT GL-Suspense-File.
           IF GL-Suspense-Available
               READ GL-Suspense-File
                   AT END SET End-Of-GL-Suspense TO TRUE
               END-READ

               PERFORM UNTIL End-Of-GL-Suspense
                   MOVE GS-Posting-Data TO GL-Line-Work
                   PERFORM Add-GL-Line

                   READ GL-Suspense-File
                       AT END SET End-Of-GL-Suspense TO TRUE
                   END-READ
               END-PERFORM

               CLOSE GL-Suspense-File
           END-IF.

       Add-GL-Line.
           IF GW-Run-Number = Balance-Run-Number
               IF GW-Debit-Credit = "C"
                   ADD GW-Amount TO GL-Credit-Total
                   IF GW-Description (1:7) = "NON-ESS"
                       ADD GW-Amount TO GL-NonEss-Total
                   END-IF
               ELSE
                   ADD GW-Amount TO GL-Debit-Total
               END-IF

               EVALUATE TRUE
                   WHEN GW-Description (1:7) = "NON-ESS"
                   WHEN GW-Description (1:13) = "COST OF SALES"
                   WHEN GW-Description (1:13) = "INVENTORY OIL"
                   WHEN GW-Description (1:17) = "TRADE RECEIVABLES"
                       CONTINUE
                   WHEN GW-Description (1:6) = "SHORT "
                       IF GW-Description (13:5) = " OIL "
                               OR GW-Description (13:5) = " TAX "
                           PERFORM Add-Sales-Credit-Line
                       END-IF
                   WHEN OTHER
                       PERFORM Add-Sales-Credit-Line
               END-EVALUATE
           END-IF.

       Add-Sales-Credit-Line.
           IF GW-Debit-Credit = "C"
               ADD GW-Amount TO GL-Sales-Credit
           ELSE
               SUBTRACT GW-Amount FROM GL-Sales-Credit
           END-IF.

       Total-Invoice-Register.
           OPEN INPUT Invoice-Register.
           WRITE Balance-Print-Line FROM Balance-Value-Line AFTER
                       ADVANCING 1 LINE.

           MOVE "GL NET SALES CREDITS       :" TO Prn-Bal-Caption.
           MOVE GL-Sales-Credit TO Prn-Bal-Amount.
           WRITE Balance-Print-Line FROM Balance-Value-Line AFTER
                       ADVANCING 1 LINE.

           MOVE "GL DEBIT LINES             :" TO Prn-Bal-Caption.
           MOVE GL-Debit-Total TO Prn-Bal-Amount.
           WRITE Balance-Print-Line FROM Balance-Value-Line AFTER
