           02  OS-Oil-Number               PIC 99.
           02  OS-On-Hand                  PIC 9(6).
           02  OS-Reorder-Point            PIC 9(5).
           02  OS-Order-Qty                PIC 9(5).

       FD Backfill-File.
       01 Backfill-Rec                     PIC X(42).
