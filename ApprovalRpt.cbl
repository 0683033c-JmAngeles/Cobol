       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ApprovalRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Approval-Audit-File ASSIGN TO "APPRAUDIT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Approval-Audit-Status.

           SELECT Approver-File ASSIGN TO "APPROVER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Approver-Status.

           SELECT Approval-Parm-File ASSIGN TO "APPRPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Approval-Parm-Status.

           SELECT Approval-Report ASSIGN TO "APPROVALS.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Approval-Audit-File.
       01 Approval-Audit-Rec.
           88 End-Of-Approval-Audit VALUE HIGH-VALUES.
           02  AA-Run-Key.
               03  AA-Program-Id           PIC X(8).
               03  AA-Run-Date             PIC 9(8).
               03  AA-Run-Time             PIC 9(6).
           02  AA-Approver-Id              PIC X(6).
           02  AA-Action-Type              PIC X.
               88  AA-Hold-Release         VALUE "H".
               88  AA-Posting-Override     VALUE "O".
               88  AA-Reject-Correction    VALUE "C".
               88  AA-Customer-Maint       VALUE "M".
           02  AA-Reference                PIC X(20).
           02  AA-Amount                   PIC 9(9)V99.
           02  AA-Limit                    PIC 9(7)V99.
           02  AA-Outcome                  PIC X.
               88  AA-Approved             VALUE "A".
           02  AA-Reason                   PIC X(16).

       FD Approver-File.
       01 Approver-Rec.
           88 End-Of-Approvers     VALUE HIGH-VALUES.
           02  AV-Approver-Id              PIC X(6).
           02  AV-Approver-Name            PIC X(20).
           02  AV-Release-Limit            PIC 9(7)V99.
           02  AV-Override-Limit           PIC 9(7)V99.
           02  AV-Correction-Limit         PIC 9(7)V99.
           02  AV-Maint-Limit              PIC 9(7)V99.

       FD Approval-Parm-File.
       01 Approval-Parm-Rec.
           02  AR-Report-Date              PIC 9(8).

       FD Approval-Report.
       01 Approval-Print-Line              PIC X(104).

       WORKING-STORAGE SECTION.
       01  Approval-Audit-Status        PIC XX.
           88  Approval-Audit-Found        VALUE "00".

       01  Approver-Status              PIC XX.
           88  Approver-File-Found         VALUE "00".

       01  Approval-Parm-Status         PIC XX.
           88  Approval-Parm-Found         VALUE "00".

       01  Run-Date-Stamp               PIC 9(8).
       01  Report-Date                  PIC 9(8).

       01  Approver-Table.
           02  Approver-Count            PIC 999 VALUE ZEROS.
           02  Approver-Entry OCCURS 100 TIMES.
               03  AT-Approver-Id        PIC X(6).
               03  AT-Approver-Name      PIC X(20).
           02  Approver-I                PIC 999.
           02  Approver-Slot             PIC 999.
           02  Approver-Key              PIC X(6).

       01  Summary-Table.
           02  Summary-Count             PIC 999 VALUE ZEROS.
           02  Summary-Entry OCCURS 200 TIMES.
               03  SM-Approver-Id        PIC X(6).
               03  SM-Approved-Count     PIC 9(5).
               03  SM-Approved-Amount    PIC 9(9)V99.
               03  SM-Refused-Count      PIC 9(5).
               03  SM-Refused-Amount     PIC 9(9)V99.
           02  Summary-I                 PIC 999.
           02  Summary-Slot              PIC 999.

       01  Run-Break-Fields.
           02  Previous-Run-Key          PIC X(22) VALUE SPACES.
           02  Run-Approved-Count        PIC 9(5).
           02  Run-Approved-Amount       PIC 9(9)V99.
           02  Run-Refused-Count         PIC 9(5).
           02  Run-Refused-Amount        PIC 9(9)V99.

       01  Run-Time-Work                PIC 9(6).
       01  Run-Time-Split REDEFINES Run-Time-Work.
           02  RT-Hours                  PIC 99.
           02  RT-Minutes                PIC 99.
           02  RT-Seconds                PIC 99.

       01  Approval-Counters.
           02  Audit-Read                PIC 9(5) VALUE ZEROS.
           02  Audit-Selected            PIC 9(5) VALUE ZEROS.
           02  Runs-Reported             PIC 9(5) VALUE ZEROS.
           02  Total-Approved-Count      PIC 9(5) VALUE ZEROS.
           02  Total-Approved-Amount     PIC 9(9)V99 VALUE ZEROS.
           02  Total-Refused-Count       PIC 9(5) VALUE ZEROS.
           02  Total-Refused-Amount      PIC 9(9)V99 VALUE ZEROS.

       01  Approval-Heading-Line.
           02  FILLER                 PIC X(34) VALUE
               "APPROVALS AUDIT REPORT      DATE  ".
           02  Prn-Report-Date        PIC 9(4)/99/99.

       01  Approval-Run-Line.
           02  FILLER                 PIC X(4) VALUE "RUN ".
           02  Prn-Run-Program        PIC X(8).
           02  FILLER                 PIC X(7) VALUE "  DATE ".
           02  Prn-Run-Date           PIC 9(4)/99/99.
           02  FILLER                 PIC X(7) VALUE "  TIME ".
           02  Prn-Run-Hours          PIC 99.
           02  FILLER                 PIC X VALUE ":".
           02  Prn-Run-Minutes        PIC 99.
           02  FILLER                 PIC X VALUE ":".
           02  Prn-Run-Seconds        PIC 99.

       01  Approval-Topic-Line.
           02  FILLER                 PIC X(7) VALUE "APPR".
           02  FILLER                 PIC X(21) VALUE "APPROVER NAME".
           02  FILLER                 PIC X(14) VALUE "ACTION".
           02  FILLER                 PIC X(20) VALUE "REFERENCE".
           02  FILLER                 PIC X(16) VALUE
               "         AMOUNT ".
           02  FILLER                 PIC X(9) VALUE "OUTCOME".
           02  FILLER                 PIC X(16) VALUE "REASON".

       01  Approval-Detail-Line.
           02  Prn-Det-Approver       PIC X(6).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Det-Name           PIC X(20).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Det-Action         PIC X(13).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Det-Reference      PIC X(20).
           02  Prn-Det-Amount         PIC B$$$,$$$,$$9.99.
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Det-Outcome        PIC X(8).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Det-Reason         PIC X(16).

       01  Approval-Run-Total-Line.
           02  FILLER                 PIC X(16) VALUE
               "  RUN APPROVED :".
           02  Prn-Run-Appr-Count     PIC ZZ,ZZ9.
           02  Prn-Run-Appr-Amount    PIC B$$$,$$$,$$9.99.
           02  FILLER                 PIC X(12) VALUE "  REFUSED :".
           02  Prn-Run-Ref-Count      PIC ZZ,ZZ9.
           02  Prn-Run-Ref-Amount     PIC B$$$,$$$,$$9.99.

       01  Summary-Heading-Line.
           02  FILLER                 PIC X(30) VALUE
               "SUMMARY BY APPROVER".

       01  Summary-Topic-Line.
           02  FILLER                 PIC X(7) VALUE "APPR".
           02  FILLER                 PIC X(21) VALUE "APPROVER NAME".
           02  FILLER                 PIC X(8) VALUE "APPROVED".
           02  FILLER                 PIC X(15) VALUE
               "         AMOUNT".
           02  FILLER                 PIC X(8) VALUE " REFUSED".
           02  FILLER                 PIC X(15) VALUE
               "         AMOUNT".

       01  Summary-Detail-Line.
           02  Prn-Sum-Approver       PIC X(6).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Sum-Name           PIC X(20).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Sum-Appr-Count     PIC BBZZ,ZZ9.
           02  Prn-Sum-Appr-Amount    PIC B$$$,$$$,$$9.99.
           02  Prn-Sum-Ref-Count      PIC BBZZ,ZZ9.
           02  Prn-Sum-Ref-Amount     PIC B$$$,$$$,$$9.99.

       01  Approval-Count-Line.
           02  Prn-Count-Caption      PIC X(24).
           02  Prn-Count-Value        PIC ZZ,ZZ9.

       01  Approval-Caption-Line.
           02  Prn-Caption            PIC X(24).
           02  Prn-Caption-Count      PIC ZZ,ZZ9.
           02  Prn-Caption-Amount     PIC B$$$,$$$,$$9.99.

       01  Approval-Message-Line        PIC X(60).

       PROCEDURE DIVISION.
       Report-Approvals.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.

           PERFORM Load-Approval-Parms.
           PERFORM Load-Approvers.

           OPEN OUTPUT Approval-Report.
           MOVE Report-Date TO Prn-Report-Date.
           WRITE Approval-Print-Line FROM Approval-Heading-Line AFTER
                       ADVANCING 1 LINE.

           OPEN INPUT Approval-Audit-File.
           IF Approval-Audit-Found
               READ Approval-Audit-File
                   AT END SET End-Of-Approval-Audit TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Approval-Audit
                   ADD 1 TO Audit-Read
                   IF AA-Run-Date = Report-Date
                       PERFORM Report-One-Approval
                   END-IF

                   READ Approval-Audit-File
                       AT END SET End-Of-Approval-Audit TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Approval-Audit-File
           END-IF.

           IF Audit-Selected = ZEROS
               MOVE "NO APPROVALS RECORDED FOR THIS DATE"
                   TO Approval-Message-Line
               WRITE Approval-Print-Line FROM Approval-Message-Line
                           AFTER ADVANCING 2 LINES
           ELSE
               PERFORM Print-Run-Totals
               PERFORM Print-Approver-Summary
           END-IF.

           PERFORM Print-Approval-Totals.

           CLOSE Approval-Report.

           STOP RUN.

       Load-Approval-Parms.
           MOVE Run-Date-Stamp TO Report-Date.

           OPEN INPUT Approval-Parm-File.
           IF Approval-Parm-Found
               READ Approval-Parm-File
                   AT END CONTINUE
               END-READ

               IF Approval-Parm-Found
                   IF AR-Report-Date NUMERIC
                           AND AR-Report-Date > ZEROS
                       MOVE AR-Report-Date TO Report-Date
                   END-IF
               END-IF

               CLOSE Approval-Parm-File
           END-IF.

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
                       MOVE AV-Approver-Name TO
                               AT-Approver-Name (Approver-Count)
                   END-IF

                   READ Approver-File
                       AT END SET End-Of-Approvers TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Approver-File
           END-IF.

       Report-One-Approval.
           ADD 1 TO Audit-Selected.

           IF AA-Run-Key NOT = Previous-Run-Key
               IF Previous-Run-Key NOT = SPACES
                   PERFORM Print-Run-Totals
               END-IF
               PERFORM Start-New-Run
           END-IF.

           MOVE AA-Approver-Id TO Prn-Det-Approver.
           MOVE AA-Approver-Id TO Approver-Key.
           PERFORM Find-Approver.
           IF Approver-Slot > ZEROS
               MOVE AT-Approver-Name (Approver-Slot) TO Prn-Det-Name
           ELSE
               MOVE "** NOT ON MASTER **" TO Prn-Det-Name
           END-IF.

           EVALUATE TRUE
               WHEN AA-Hold-Release
                   MOVE "HOLD RELEASE" TO Prn-Det-Action
               WHEN AA-Posting-Override
                   MOVE "POST OVERRIDE" TO Prn-Det-Action
               WHEN AA-Reject-Correction
                   MOVE "CORRECTION" TO Prn-Det-Action
               WHEN AA-Customer-Maint
                   MOVE "CUST MAINT" TO Prn-Det-Action
               WHEN OTHER
                   MOVE AA-Action-Type TO Prn-Det-Action
           END-EVALUATE.

           MOVE AA-Reference TO Prn-Det-Reference.
           MOVE AA-Amount    TO Prn-Det-Amount.
           MOVE AA-Reason    TO Prn-Det-Reason.

           PERFORM Find-Summary-Slot.

           IF AA-Approved
               MOVE "APPROVED" TO Prn-Det-Outcome
               ADD 1 TO Run-Approved-Count
               ADD AA-Amount TO Run-Approved-Amount
               ADD 1 TO Total-Approved-Count
               ADD AA-Amount TO Total-Approved-Amount
               IF Summary-Slot > ZEROS
                   ADD 1 TO SM-Approved-Count (Summary-Slot)
                   ADD AA-Amount TO SM-Approved-Amount (Summary-Slot)
               END-IF
           ELSE
               MOVE "REFUSED" TO Prn-Det-Outcome
               ADD 1 TO Run-Refused-Count
               ADD AA-Amount TO Run-Refused-Amount
               ADD 1 TO Total-Refused-Count
               ADD AA-Amount TO Total-Refused-Amount
               IF Summary-Slot > ZEROS
                   ADD 1 TO SM-Refused-Count (Summary-Slot)
                   ADD AA-Amount TO SM-Refused-Amount (Summary-Slot)
               END-IF
           END-IF.

           WRITE Approval-Print-Line FROM Approval-Detail-Line AFTER
                       ADVANCING 1 LINE.

       Start-New-Run.
           MOVE AA-Run-Key TO Previous-Run-Key.
           ADD 1 TO Runs-Reported.
           MOVE ZEROS TO Run-Approved-Count.
           MOVE ZEROS TO Run-Approved-Amount.
           MOVE ZEROS TO Run-Refused-Count.
           MOVE ZEROS TO Run-Refused-Amount.

           MOVE AA-Program-Id TO Prn-Run-Program.
           MOVE AA-Run-Date   TO Prn-Run-Date.
           MOVE AA-Run-Time   TO Run-Time-Work.
           MOVE RT-Hours      TO Prn-Run-Hours.
           MOVE RT-Minutes    TO Prn-Run-Minutes.
           MOVE RT-Seconds    TO Prn-Run-Seconds.
           WRITE Approval-Print-Line FROM Approval-Run-Line AFTER
                       ADVANCING 2 LINES.
           WRITE Approval-Print-Line FROM Approval-Topic-Line AFTER
                       ADVANCING 1 LINE.

       Print-Run-Totals.
           MOVE Run-Approved-Count  TO Prn-Run-Appr-Count.
           MOVE Run-Approved-Amount TO Prn-Run-Appr-Amount.
           MOVE Run-Refused-Count   TO Prn-Run-Ref-Count.
           MOVE Run-Refused-Amount  TO Prn-Run-Ref-Amount.
           WRITE Approval-Print-Line FROM Approval-Run-Total-Line
                       AFTER ADVANCING 1 LINE.

       Find-Approver.
           MOVE ZEROS TO Approver-Slot.
           PERFORM VARYING Approver-I FROM 1 BY 1
                   UNTIL Approver-I > Approver-Count
                       OR Approver-Slot > ZEROS
               IF AT-Approver-Id (Approver-I) = Approver-Key
                   MOVE Approver-I TO Approver-Slot
               END-IF
           END-PERFORM.

       Find-Summary-Slot.
           MOVE ZEROS TO Summary-Slot.
           PERFORM VARYING Summary-I FROM 1 BY 1
                   UNTIL Summary-I > Summary-Count
                       OR Summary-Slot > ZEROS
               IF SM-Approver-Id (Summary-I) = AA-Approver-Id
                   MOVE Summary-I TO Summary-Slot
               END-IF
           END-PERFORM.

           IF Summary-Slot = ZEROS AND Summary-Count < 200
               ADD 1 TO Summary-Count
               MOVE Summary-Count  TO Summary-Slot
               MOVE AA-Approver-Id TO SM-Approver-Id (Summary-Slot)
               MOVE ZEROS TO SM-Approved-Count (Summary-Slot)
               MOVE ZEROS TO SM-Approved-Amount (Summary-Slot)
               MOVE ZEROS TO SM-Refused-Count (Summary-Slot)
               MOVE ZEROS TO SM-Refused-Amount (Summary-Slot)
           END-IF.

       Print-Approver-Summary.
           WRITE Approval-Print-Line FROM Summary-Heading-Line AFTER
                       ADVANCING 3 LINES.
           WRITE Approval-Print-Line FROM Summary-Topic-Line AFTER
                       ADVANCING 1 LINE.

           PERFORM VARYING Summary-I FROM 1 BY 1
                   UNTIL Summary-I > Summary-Count
               MOVE SM-Approver-Id (Summary-I) TO Prn-Sum-Approver
               MOVE SM-Approver-Id (Summary-I) TO Approver-Key
               PERFORM Find-Approver
               IF Approver-Slot > ZEROS
                   MOVE AT-Approver-Name (Approver-Slot)
                       TO Prn-Sum-Name
               ELSE
                   MOVE "** NOT ON MASTER **" TO Prn-Sum-Name
               END-IF
               MOVE SM-Approved-Count (Summary-I)
                   TO Prn-Sum-Appr-Count
               MOVE SM-Approved-Amount (Summary-I)
                   TO Prn-Sum-Appr-Amount
               MOVE SM-Refused-Count (Summary-I)
                   TO Prn-Sum-Ref-Count
               MOVE SM-Refused-Amount (Summary-I)
                   TO Prn-Sum-Ref-Amount
               WRITE Approval-Print-Line FROM Summary-Detail-Line
                           AFTER ADVANCING 1 LINE
           END-PERFORM.

       Print-Approval-Totals.
           MOVE "AUDIT ENTRIES READ     :" TO Prn-Count-Caption.
           MOVE Audit-Read TO Prn-Count-Value.
           WRITE Approval-Print-Line FROM Approval-Count-Line AFTER
                       ADVANCING 2 LINES.
           MOVE "RUNS REPORTED          :" TO Prn-Count-Caption.
           MOVE Runs-Reported TO Prn-Count-Value.
           WRITE Approval-Print-Line FROM Approval-Count-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "TOTAL APPROVED         :" TO Prn-Caption.
           MOVE Total-Approved-Count  TO Prn-Caption-Count.
           MOVE Total-Approved-Amount TO Prn-Caption-Amount.
           WRITE Approval-Print-Line FROM Approval-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "TOTAL REFUSED          :" TO Prn-Caption.
           MOVE Total-Refused-Count  TO Prn-Caption-Count.
           MOVE Total-Refused-Amount TO Prn-Caption-Amount.
           WRITE Approval-Print-Line FROM Approval-Caption-Line AFTER
                       ADVANCING 1 LINE.
