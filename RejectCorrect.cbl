           SELECT Correction-Report ASSIGN TO "CORRECTION.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Approver-File ASSIGN TO "APPROVER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Approver-Status.

           SELECT Approval-Audit-File ASSIGN TO "APPRAUDIT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Approval-Audit-Status.

           SELECT Product-Master ASSIGN TO "PRODUCT.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PM-Product-Id
                 FILE STATUS IS Product-Master-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Reject-File.
               03  CO-Orig-Customer-Id     PIC X(5).
               03  CO-Orig-Oil-Id          PIC X(3).
               03  CO-Orig-Trade-Date      PIC 9(8).
           02  CO-Approver-Id              PIC X(6).

       FD Resubmit-File.
       01 Resubmit-Rec                     PIC X(42).
       FD Correction-Report.
       01 Correction-Print-Line            PIC X(80).

       FD Approver-File.
       01 Approver-Rec.
           88 End-Of-Approvers     VALUE HIGH-VALUES.
           02  AV-Approver-Id              PIC X(6).
           02  AV-Approver-Name            PIC X(20).
           02  AV-Release-Limit            PIC 9(7)V99.
           02  AV-Override-Limit           PIC 9(7)V99.
           02  AV-Correction-Limit         PIC 9(7)V99.
           02  AV-Maint-Limit              PIC 9(7)V99.

       FD Approval-Audit-File.
       01 Approval-Audit-Rec.
           02  AA-Program-Id               PIC X(8).
           02  AA-Run-Date                 PIC 9(8).
           02  AA-Run-Time                 PIC 9(6).
           02  AA-Approver-Id              PIC X(6).
           02  AA-Action-Type              PIC X.
           02  AA-Reference                PIC X(20).
           02  AA-Amount                   PIC 9(9)V99.
           02  AA-Limit                    PIC 9(7)V99.
           02  AA-Outcome                  PIC X.
           02  AA-Reason                   PIC X(16).

       FD Product-Master.
       01 Product-Master-Rec.
           02  PM-Product-Id               PIC X(3).
           02  PM-Product-Name             PIC X(15).
           02  PM-Min-Unit-Size            PIC 99.
           02  PM-Max-Unit-Size            PIC 99.
           02  PM-Base-Price               PIC 99V99.
           02  PM-Active-Flag              PIC X.

       WORKING-STORAGE SECTION.
       01  Reject-File-Status           PIC XX.
           88  Rejects-Available           VALUE "00".
               03  CT-Orig-Oil-Id        PIC X(3).
               03  CT-Orig-Trade-Date    PIC 9(8).
               03  CT-Used-Flag          PIC X.
               03  CT-Approver-Id        PIC X(6).
               03  CT-Value              PIC 9(7)V99.
               03  CT-Limit              PIC 9(7)V99.

       01  Approver-Status              PIC XX.
           88  Approver-File-Found         VALUE "00".

       01  Approval-Audit-Status        PIC XX.
           88  Approval-Audit-Missing      VALUE "35".

       01  Product-Master-Status        PIC XX.
           88  Product-Master-OK           VALUE "00".

       01  Approver-Table.
           02  Approver-Count            PIC 999 VALUE ZEROS.
           02  Approver-Entry OCCURS 100 TIMES.
               03  AT-Approver-Id        PIC X(6).
               03  AT-Correction-Limit   PIC 9(7)V99.
           02  Approver-I                PIC 999.
           02  Approver-Slot             PIC 999.

       01  Authority-Fields.
           02  Product-Open-Flag         PIC X VALUE "N".
               88  Product-Master-Open    VALUE "Y".
           02  Correction-Value          PIC 9(7)V99.
           02  Correction-Limit          PIC 9(7)V99.
           02  Authority-Reason          PIC X(16).
           02  Corrections-Refused       PIC 9(5) VALUE ZEROS.

       01  Run-Time-Stamp               PIC 9(8).
       01  Run-Time-Split REDEFINES Run-Time-Stamp.
           02  Run-Time-HHMMSS           PIC 9(6).
           02  FILLER                    PIC 99.

       01  Correction-Work-Fields.
           02  Corr-I                    PIC 999.
               "CORRECTIONS NOT APPLIED:".
           02  Prn-Corr-Unused        PIC ZZ,ZZ9.

       01  Correction-Refused-Line.
           02  FILLER                 PIC X(10) VALUE "REFUSED   ".
           02  Prn-Ref-Cust-Id        PIC X(5).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Ref-Oil-Id         PIC X(3).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Ref-Date           PIC 9(8).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Ref-Approver       PIC X(6).
           02  Prn-Ref-Value          PIC B$,$$$,$$9.99.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Ref-Reason         PIC X(16).

       01  Correction-Refused-Total.
           02  FILLER                 PIC X(24) VALUE
               "CORRECTIONS REFUSED    :".
           02  Prn-Corr-Refused       PIC ZZ,ZZ9.

       01  Correction-Deferred-Line.
           02  FILLER                 PIC X(24) VALUE
               "CORRECTIONS DEFERRED   :".
       PROCEDURE DIVISION.
       Correct-Rejected-Trades.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.
           ACCEPT Run-Time-Stamp FROM TIME.

           OPEN OUTPUT Correction-Report.
           MOVE Run-Date-Stamp TO Prn-Corr-Date.
           WRITE Correction-Print-Line FROM Correction-Heading-Line
                       AFTER ADVANCING 1 LINE.

           OPEN EXTEND Approval-Audit-File.
           IF Approval-Audit-Missing
               OPEN OUTPUT Approval-Audit-File
           END-IF.

           PERFORM Load-Approvers.
           OPEN INPUT Product-Master.
           IF Product-Master-OK
               MOVE "Y" TO Product-Open-Flag
           END-IF.

           PERFORM Load-Corrections.

           IF Product-Master-Open
               CLOSE Product-Master
           END-IF.

           WRITE Correction-Print-Line FROM Correction-Topic-Line
                       AFTER ADVANCING 2 LINES.

                       Correction-Deferred-Line AFTER ADVANCING 1 LINE
           END-IF.

           IF Corrections-Refused > ZEROS
               MOVE Corrections-Refused TO Prn-Corr-Refused
               WRITE Correction-Print-Line FROM
                       Correction-Refused-Total AFTER ADVANCING 1 LINE
           END-IF.

           CLOSE Approval-Audit-File.
           CLOSE Correction-Report.

           STOP RUN.
               END-READ

               PERFORM UNTIL End-Of-Corrections
                   PERFORM Authorise-Correction
                   IF Authority-Reason NOT = SPACES
                       PERFORM Refuse-Correction
                   ELSE
                       PERFORM Table-Correction
                   END-IF

                   READ Corrections-File
               CLOSE Corrections-File
           END-IF.

       Table-Correction.
           IF Correction-Count < 200
               ADD 1 TO Correction-Count
               MOVE CO-Trade-Image TO
                       CT-Trade-Image (Correction-Count)
               IF CO-Orig-Customer-Id = SPACES
                   MOVE CO-Customer-Id TO
                       CT-Orig-Customer-Id (Correction-Count)
                   MOVE CO-Oil-Id TO
                       CT-Orig-Oil-Id (Correction-Count)
                   MOVE CO-Trade-Date TO
                       CT-Orig-Trade-Date (Correction-Count)
               ELSE
                   MOVE CO-Orig-Customer-Id TO
                       CT-Orig-Customer-Id (Correction-Count)
                   MOVE CO-Orig-Oil-Id TO
                       CT-Orig-Oil-Id (Correction-Count)
                   MOVE CO-Orig-Trade-Date TO
                       CT-Orig-Trade-Date (Correction-Count)
               END-IF
               MOVE "N" TO CT-Used-Flag (Correction-Count)
               MOVE CO-Approver-Id TO
                       CT-Approver-Id (Correction-Count)
               MOVE Correction-Value TO
                       CT-Value (Correction-Count)
               MOVE Correction-Limit TO
                       CT-Limit (Correction-Count)
           ELSE
               ADD 1 TO Corrections-Dropped
           END-IF.

       Correct-Or-Keep.
           MOVE RJ-Customer-Id   TO Prn-Corr-Cust-Id.
           MOVE RJ-Customer-Name TO Prn-Corr-Cust-Name.
                   MOVE "Y" TO CT-Used-Flag (Corr-Slot)
                   WRITE Resubmit-Rec FROM
                           CT-Trade-Image (Corr-Slot)
                   PERFORM Write-Correction-Audit
               ELSE
                   ADD 1 TO Rejects-Kept
                   MOVE "KEPT      " TO Prn-Corr-Action

           CLOSE Keep-File.
           CLOSE Reject-File.

       Load-Approvers.
           OPEN INPUT Approver-File.
           IF Approver-File-Found
               READ Approver-File
                   AT END SET End-Of-Approvers TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Approvers
                   IF Approver-Count < 100
                           AND AV-Approver-Id NOT = SPACES
                       ADD 1 TO Approver-Count
                       MOVE AV-Approver-Id TO
                               AT-Approver-Id (Approver-Count)
                       MOVE ZEROS TO
                               AT-Correction-Limit (Approver-Count)
                       IF AV-Correction-Limit NUMERIC
                           MOVE AV-Correction-Limit TO
                               AT-Correction-Limit (Approver-Count)
                       END-IF
                   END-IF

                   READ Approver-File
                       AT END SET End-Of-Approvers TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Approver-File
           END-IF.

       Authorise-Correction.
           MOVE SPACES TO Authority-Reason.
           MOVE ZEROS TO Correction-Value.
           MOVE ZEROS TO Correction-Limit.

           MOVE ZEROS TO Approver-Slot.
           IF CO-Approver-Id NOT = SPACES
               PERFORM VARYING Approver-I FROM 1 BY 1
                       UNTIL Approver-I > Approver-Count
                           OR Approver-Slot > ZEROS
                   IF AT-Approver-Id (Approver-I) = CO-Approver-Id
                       MOVE Approver-I TO Approver-Slot
                   END-IF
               END-PERFORM
           END-IF.

           IF Approver-Slot > ZEROS
               MOVE AT-Correction-Limit (Approver-Slot)
                   TO Correction-Limit
           END-IF.

           IF Product-Master-Open
               MOVE CO-Oil-Id TO PM-Product-Id
               READ Product-Master
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CO-Units-Sold NUMERIC
                           COMPUTE Correction-Value =
                               PM-Base-Price * CO-Units-Sold
                       END-IF
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN Approver-Slot = ZEROS
                   MOVE "UNKNOWN APPROVER" TO Authority-Reason
               WHEN NOT Product-Master-Open
                   MOVE "CANNOT VALUE" TO Authority-Reason
               WHEN Correction-Value > Correction-Limit
                   MOVE "OVER LIMIT" TO Authority-Reason
           END-EVALUATE.

       Refuse-Correction.
           ADD 1 TO Corrections-Refused.

           MOVE CO-Customer-Id   TO Prn-Ref-Cust-Id.
           MOVE CO-Oil-Id        TO Prn-Ref-Oil-Id.
           MOVE CO-Trade-Date    TO Prn-Ref-Date.
           MOVE CO-Approver-Id   TO Prn-Ref-Approver.
           MOVE Correction-Value TO Prn-Ref-Value.
           MOVE Authority-Reason TO Prn-Ref-Reason.
           WRITE Correction-Print-Line FROM Correction-Refused-Line
                       AFTER ADVANCING 1 LINE.

           MOVE "REJCORR "       TO AA-Program-Id.
           MOVE Run-Date-Stamp   TO AA-Run-Date.
           MOVE Run-Time-HHMMSS  TO AA-Run-Time.
           MOVE CO-Approver-Id   TO AA-Approver-Id.
           MOVE "C"              TO AA-Action-Type.
           MOVE SPACES           TO AA-Reference.
           STRING CO-Customer-Id " " CO-Oil-Id " " CO-Trade-Date
               DELIMITED BY SIZE INTO AA-Reference
           END-STRING.
           MOVE Correction-Value TO AA-Amount.
           MOVE Correction-Limit TO AA-Limit.
           MOVE "R"              TO AA-Outcome.
           MOVE Authority-Reason TO AA-Reason.
           WRITE Approval-Audit-Rec.

       Write-Correction-Audit.
           MOVE "REJCORR "       TO AA-Program-Id.
           MOVE Run-Date-Stamp   TO AA-Run-Date.
           MOVE Run-Time-HHMMSS  TO AA-Run-Time.
           MOVE CT-Approver-Id (Corr-Slot) TO AA-Approver-Id.
           MOVE "C"              TO AA-Action-Type.
           MOVE SPACES           TO AA-Reference.
           STRING RJ-Customer-Id " " RJ-Oil-Id " " RJ-Trade-Date
               DELIMITED BY SIZE INTO AA-Reference
           END-STRING.
           MOVE CT-Value (Corr-Slot) TO AA-Amount.
           MOVE CT-Limit (Corr-Slot) TO AA-Limit.
           MOVE "A"              TO AA-Outcome.
           MOVE SPACES           TO AA-Reason.
           WRITE Approval-Audit-Rec.
