           02  OS-Oil-Number               PIC 99.
           02  OS-On-Hand                  PIC 9(6).
           02  OS-Reorder-Point            PIC 9(5).
           02  OS-Order-Qty                PIC 9(5).

       FD Supplier-Master.
       01 Supplier-Master-Rec.
           02  SP-Supplier-Id              PIC X(5).
           02  SP-Supplier-Name            PIC X(20).
           02  SP-Oil-Number               PIC 99.
           02  SP-Unit-Cost                PIC 9(4)V99.

       FD PO-File.
       01 PO-File-Rec.
           02  PO-Status                   PIC X.
               88  PO-Open                 VALUE "O".
               88  PO-Closed               VALUE "C".
           02  PO-Unit-Cost                PIC 9(4)V99.

       FD PO-Control-File.
       01 PO-Control-Rec.
           02  Supplier-Entry OCCURS 99 TIMES.
               03  ST-Supplier-Id        PIC X(5).
               03  ST-Supplier-Name      PIC X(20).
               03  ST-Unit-Cost          PIC 9(4)V99.

       01  Open-PO-Table.
           02  Open-PO-Flag PIC X OCCURS 99 TIMES.
           PERFORM VARYING Supp-I FROM 1 BY 1 UNTIL Supp-I > 99
               MOVE SPACES TO ST-Supplier-Id (Supp-I)
               MOVE SPACES TO ST-Supplier-Name (Supp-I)
               MOVE ZEROS  TO ST-Unit-Cost (Supp-I)
           END-PERFORM.

           OPEN INPUT Supplier-Master.
                               ST-Supplier-Id (SP-Oil-Number)
                       MOVE SP-Supplier-Name TO
                               ST-Supplier-Name (SP-Oil-Number)
                       IF SP-Unit-Cost NUMERIC
                           MOVE SP-Unit-Cost TO
                                   ST-Unit-Cost (SP-Oil-Number)
                       END-IF
                   END-IF

                   READ Supplier-Master

       Raise-One-PO.
           ADD 1 TO Next-PO-Number.
           IF OS-Order-Qty NUMERIC AND OS-Order-Qty > ZEROS
               MOVE OS-Order-Qty TO Suggest-Qty
           ELSE
               COMPUTE Suggest-Qty =
                   OS-Reorder-Point * 2 - OS-On-Hand
           END-IF.
           IF Suggest-Qty = ZEROS
               MOVE 1 TO Suggest-Qty
           END-IF.
           MOVE ZEROS             TO PO-Qty-Received.
           MOVE Run-Date-Stamp    TO PO-Order-Date.
           MOVE "O"               TO PO-Status.
           MOVE ST-Unit-Cost (OS-Oil-Number) TO PO-Unit-Cost.
           WRITE PO-File-Rec.

           ADD 1 TO POs-Written.
