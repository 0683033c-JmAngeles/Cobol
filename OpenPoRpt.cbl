           02  PO-Status                   PIC X.
               88  PO-Open                 VALUE "O".
               88  PO-Closed               VALUE "C".
           02  PO-Unit-Cost                PIC 9(4)V99.

       FD Supplier-Master.
       01 Supplier-Master-Rec.
           02  SP-Supplier-Id              PIC X(5).
           02  SP-Supplier-Name            PIC X(20).
           02  SP-Oil-Number               PIC 99.
           02  SP-Unit-Cost                PIC 9(4)V99.

       FD Open-PO-Report.
       01 Open-PO-Print-Line               PIC X(80).
