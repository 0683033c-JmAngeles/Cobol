                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Override-Status.

           SELECT Approver-File ASSIGN TO "APPROVER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Approver-Status.

           SELECT Approval-Audit-File ASSIGN TO "APPRAUDIT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Approval-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Categorized-File.
           02  CR-Run-Number               PIC 9(6).
           02  CR-Price-Flag               PIC X.
           02  CR-Tax-Amount               PIC S9(5)V99.
           02  CR-Cost-Amount              PIC S9(6)V99.
           02  CR-Lot-Usage OCCURS 3 TIMES.
               03  CR-Lot-Number           PIC X(10).
               03  CR-Lot-Qty              PIC 999.

       FD Sales-History.
       01 Sales-History-Rec.
           88 End-Of-Overrides     VALUE HIGH-VALUES.
           02  PV-Program-Id               PIC X(8).
           02  PV-Run-Number               PIC 9(6).
           02  PV-Approver-Id              PIC X(6).

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

       WORKING-STORAGE SECTION.
       01  Categorized-Status           PIC XX.
       01  Override-Status              PIC XX.
           88  Override-File-Found         VALUE "00".

       01  Approver-Status              PIC XX.
           88  Approver-File-Found         VALUE "00".

       01  Approval-Audit-Status        PIC XX.
           88  Approval-Audit-Missing      VALUE "35".

       01  Override-Authority-Fields.
           02  Override-Approver         PIC X(6).
           02  Override-Approver-Flag    PIC X.
               88  Override-Approver-Known VALUE "Y".
           02  Override-Limit            PIC 9(7)V99.
           02  Override-Refused-Flag     PIC X VALUE "N".
               88  Override-Refused       VALUE "Y".
           02  Override-Reason           PIC X(16).
           02  Run-Value                 PIC 9(9)V99.

       01  Run-Time-Stamp               PIC 9(8).
       01  Run-Time-Split REDEFINES Run-Time-Stamp.
           02  Run-Time-HHMMSS           PIC 9(6).
           02  FILLER                    PIC 99.

       01  Posting-Guard-Fields.
           02  Guard-Program-Id          PIC X(8) VALUE "SALESHST".
           02  Posting-Run-Number        PIC 9(6) VALUE ZEROS.
           02  Prn-Ovrd-Run-Number    PIC 9(6).
           02  FILLER                 PIC X(40) VALUE
               " REPOSTED UNDER OPERATOR OVERRIDE".
           02  FILLER                 PIC X(4) VALUE " BY ".
           02  Prn-Ovrd-Approver      PIC X(6).

       01  Override-Refused-Line.
           02  FILLER                 PIC X(9) VALUE "OVERRIDE ".
           02  Prn-Refused-Approver   PIC X(6).
           02  FILLER                 PIC X(11) VALUE " REFUSED - ".
           02  Prn-Refused-Reason     PIC X(16).
           02  FILLER                 PIC X(7) VALUE " VALUE ".
           02  Prn-Refused-Value      PIC $$$,$$$,$$9.99.

       01  Post-Counters.
           02  Records-Read              PIC 9(6) VALUE ZEROS.
       PROCEDURE DIVISION.
       Post-Sales-History.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.
           ACCEPT Run-Time-Stamp FROM TIME.

           PERFORM Peek-Posting-Run.
           PERFORM Check-Posting-Guard.
               OPEN OUTPUT Post-Report
               MOVE Posting-Run-Number TO Prn-Guard-Run-Number
               WRITE Post-Print-Line FROM Guard-Refused-Line
               IF Override-Refused
                   WRITE Post-Print-Line FROM Override-Refused-Line
               END-IF
               CLOSE Post-Report
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


           IF Override-Granted
               MOVE Posting-Run-Number TO Prn-Ovrd-Run-Number
               MOVE Override-Approver  TO Prn-Ovrd-Approver
               WRITE Post-Print-Line FROM Guard-Override-Line
           END-IF.

                   TO Post-Print-Line
               WRITE Post-Print-Line
               CLOSE Post-Report
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


       Check-Posting-Override.
           MOVE "N" TO Override-Flag.
           MOVE "N" TO Override-Refused-Flag.

           OPEN INPUT Override-File.
           IF Override-File-Found
               PERFORM Total-Run-Value

               READ Override-File
                   AT END SET End-Of-Overrides TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Overrides OR Override-Granted
                   IF PV-Program-Id = Guard-Program-Id
                           AND PV-Run-Number = Posting-Run-Number
                       PERFORM Authorise-Override
                   END-IF

                   READ Override-File
               CLOSE Override-File
           END-IF.

       Total-Run-Value.
           MOVE ZEROS TO Run-Value.

           OPEN INPUT Categorized-File.
           IF Categorized-Available
               READ Categorized-File
                   AT END SET End-Of-Categorized TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Categorized
                   IF CR-Trade-Value < ZEROS
                       SUBTRACT CR-Trade-Value FROM Run-Value
                   ELSE
                       ADD CR-Trade-Value TO Run-Value
                   END-IF

                   READ Categorized-File
                       AT END SET End-Of-Categorized TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Categorized-File
           END-IF.

       Authorise-Override.
           MOVE PV-Approver-Id TO Override-Approver.
           PERFORM Find-Override-Approver.

           EVALUATE TRUE
               WHEN NOT Override-Approver-Known
                   MOVE "UNKNOWN APPROVER" TO Override-Reason
                   MOVE "Y" TO Override-Refused-Flag
               WHEN Run-Value > Override-Limit
                   MOVE "OVER LIMIT" TO Override-Reason
                   MOVE "Y" TO Override-Refused-Flag
               WHEN OTHER
                   MOVE SPACES TO Override-Reason
                   MOVE "Y" TO Override-Flag
           END-EVALUATE.

           MOVE Override-Approver TO Prn-Refused-Approver.
           MOVE Override-Reason   TO Prn-Refused-Reason.
           MOVE Run-Value         TO Prn-Refused-Value.

           PERFORM Write-Override-Audit.

       Find-Override-Approver.
           MOVE "N" TO Override-Approver-Flag.
           MOVE ZEROS TO Override-Limit.

           IF Override-Approver NOT = SPACES
               OPEN INPUT Approver-File
               IF Approver-File-Found
                   READ Approver-File
                       AT END SET End-Of-Approvers TO TRUE
                   END-READ

                   PERFORM UNTIL End-Of-Approvers
                           OR Override-Approver-Known
                       IF AV-Approver-Id = Override-Approver
                           MOVE "Y" TO Override-Approver-Flag
                           IF AV-Override-Limit NUMERIC
                               MOVE AV-Override-Limit
                                   TO Override-Limit
                           END-IF
                       END-IF

                       READ Approver-File
                           AT END SET End-Of-Approvers TO TRUE
                       END-READ
                   END-PERFORM

                   CLOSE Approver-File
               END-IF
           END-IF.

       Write-Override-Audit.
           OPEN EXTEND Approval-Audit-File.
           IF Approval-Audit-Missing
               OPEN OUTPUT Approval-Audit-File
           END-IF.

           MOVE Guard-Program-Id   TO AA-Program-Id.
           MOVE Run-Date-Stamp     TO AA-Run-Date.
           MOVE Run-Time-HHMMSS    TO AA-Run-Time.
           MOVE Override-Approver  TO AA-Approver-Id.
           MOVE "O"                TO AA-Action-Type.
           MOVE SPACES             TO AA-Reference.
           STRING Guard-Program-Id " RUN " Posting-Run-Number
               DELIMITED BY SIZE INTO AA-Reference
           END-STRING.
           MOVE Run-Value          TO AA-Amount.
           MOVE Override-Limit     TO AA-Limit.
           MOVE Override-Reason    TO AA-Reason.
           IF Override-Granted
               MOVE "A" TO AA-Outcome
           ELSE
               MOVE "R" TO AA-Outcome
           END-IF.
           WRITE Approval-Audit-Rec.

           CLOSE Approval-Audit-File.

       Record-Posted-Run.
           IF Posting-Run-Number > ZEROS
               OPEN EXTEND Processed-Runs-File
