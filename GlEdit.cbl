       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GlEdit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Chart-File ASSIGN TO "CHARTACCT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Chart-Status.

           SELECT GL-Map-File ASSIGN TO "GLACCTMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Map-Status.

           SELECT GL-Posting-File ASSIGN TO "GLPOSTING.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Posting-Status.

           SELECT GL-Posting-Work ASSIGN TO "GLPOSTING.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-Suspense-File ASSIGN TO "GLSUSPENSE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Suspense-Status.

           SELECT GL-Suspense-Work ASSIGN TO "GLSUSPENSE.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-Ledger-File ASSIGN TO "GLLEDGER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Ledger-Status.

           SELECT Period-Control-File ASSIGN TO "PERIODCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Period-Control-Status.

           SELECT GL-Edit-Parm-File ASSIGN TO "GLEDITPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Edit-Parm-Status.

           SELECT Suspense-Report ASSIGN TO "GLSUSPENSE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Trial-Balance-Report ASSIGN TO "TRIALBAL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Chart-File.
       01 Chart-Rec.
           88 End-Of-Chart         VALUE HIGH-VALUES.
           02  CA-Account                  PIC X(8).
           02  CA-Description              PIC X(24).
           02  CA-Account-Type             PIC X.
           02  CA-Active-Flag              PIC X.

       FD GL-Map-File.
       01 GL-Map-Rec.
           88 End-Of-GL-Map        VALUE HIGH-VALUES.
           02  GM-Map-Type                 PIC X.
           02  GM-Map-Key                  PIC X(2).
           02  GM-Account                  PIC X(8).

       FD GL-Posting-File.
       01 GL-Posting-Rec.
           88 End-Of-GL-Postings   VALUE HIGH-VALUES.
           02  GP-Account                  PIC X(8).
           02  GP-Debit-Credit             PIC X.
           02  GP-Amount                   PIC 9(8)V99.
           02  GP-Run-Date                 PIC 9(8).
           02  GP-Run-Number               PIC 9(6).
           02  GP-Description              PIC X(20).

       FD GL-Posting-Work.
       01 GL-Posting-Work-Rec.
           88 End-Of-Posting-Work  VALUE HIGH-VALUES.
           02  PW-Record-Data              PIC X(53).

       FD GL-Suspense-File.
       01 GL-Suspense-Rec.
           88 End-Of-GL-Suspense   VALUE HIGH-VALUES.
           02  GS-Account                  PIC X(8).
           02  GS-Debit-Credit             PIC X.
           02  GS-Amount                   PIC 9(8)V99.
           02  GS-Run-Date                 PIC 9(8).
           02  GS-Run-Number               PIC 9(6).
           02  GS-Description              PIC X(20).

       FD GL-Suspense-Work.
       01 GL-Suspense-Work-Rec.
           88 End-Of-Suspense-Work VALUE HIGH-VALUES.
           02  SW-Record-Data              PIC X(53).

       FD GL-Ledger-File.
       01 GL-Ledger-Rec.
           88 End-Of-GL-Ledger     VALUE HIGH-VALUES.
           02  LG-Posting-Data.
               03  LG-Account              PIC X(8).
               03  LG-Debit-Credit         PIC X.
               03  LG-Amount               PIC 9(8)V99.
               03  LG-Run-Date             PIC 9(8).
               03  LG-Run-Number           PIC 9(6).
               03  LG-Description          PIC X(20).
           02  LG-Period                   PIC 9(6).
           02  LG-Edit-Date                PIC 9(8).

       FD Period-Control-File.
       01 Period-Control-Rec.
           88 End-Of-Period-Control VALUE HIGH-VALUES.
           02  PD-Period                   PIC 9(6).
           02  PD-Status                   PIC X.
               88  PD-Period-Closed        VALUE "C".

       FD GL-Edit-Parm-File.
       01 GL-Edit-Parm-Rec.
           02  EP-Report-Period            PIC 9(6).

       FD Suspense-Report.
       01 Suspense-Print-Line              PIC X(90).

       FD Trial-Balance-Report.
       01 Trial-Print-Line                 PIC X(110).

       WORKING-STORAGE SECTION.
       01  Chart-Status                 PIC XX.
           88  Chart-Found                 VALUE "00".

       01  GL-Map-Status                PIC XX.
           88  GL-Map-File-Found           VALUE "00".

       01  GL-Posting-Status            PIC XX.
           88  GL-Postings-Available       VALUE "00".

       01  GL-Suspense-Status           PIC XX.
           88  GL-Suspense-Found           VALUE "00".

       01  GL-Ledger-Status             PIC XX.
           88  GL-Ledger-Found             VALUE "00".
           88  GL-Ledger-Missing           VALUE "35".

       01  Period-Control-Status        PIC XX.
           88  Period-Control-Usable       VALUE "00".

       01  GL-Edit-Parm-Status          PIC XX.
           88  GL-Edit-Parm-Found          VALUE "00".

       01  Run-Date-Stamp               PIC 9(8).
       01  Run-Date-Parts REDEFINES Run-Date-Stamp.
           02  Run-Date-Period          PIC 9(6).
           02  FILLER                   PIC 99.

       01  Report-Period                PIC 9(6) VALUE ZEROS.

       01  Chart-Table.
           02  Chart-Count               PIC 999 VALUE ZEROS.
           02  Chart-Entry OCCURS 500 TIMES.
               03  CT-Account            PIC X(8).
               03  CT-Description        PIC X(24).
               03  CT-Account-Type       PIC X.
               03  CT-Active-Flag        PIC X.
                   88  CT-Inactive        VALUE "I".
               03  CT-Opening-Net        PIC S9(10)V99.
               03  CT-Period-Debits      PIC 9(10)V99.
               03  CT-Period-Credits     PIC 9(10)V99.
           02  Chart-I                   PIC 999.
           02  Chart-Slot                PIC 999 VALUE 1.
           02  Chart-Key                 PIC X(8).
           02  Chart-Found-Flag          PIC X.
               88  Chart-Account-Found    VALUE "Y".

       01  Closed-Period-Table.
           02  Closed-Count              PIC 999 VALUE ZEROS.
           02  Closed-Period OCCURS 240 TIMES PIC 9(6).
           02  Closed-I                  PIC 999.
           02  Closed-Key                PIC 9(6).
           02  Closed-Found-Flag         PIC X.
               88  Period-Is-Closed       VALUE "Y".

       01  Edit-Run-Table.
           02  Edit-Run-Count            PIC 999 VALUE ZEROS.
           02  Edit-Run-Entry OCCURS 500 TIMES.
               03  RT-Run-Number         PIC 9(6).
               03  RT-Run-Date           PIC 9(8).
               03  RT-Debits             PIC 9(10)V99.
               03  RT-Credits            PIC 9(10)V99.
               03  RT-Lines              PIC 9(5).
               03  RT-Unknown-Count      PIC 9(5).
               03  RT-Status             PIC X.
                   88  RT-Accepted        VALUE "A".
                   88  RT-Rejected        VALUE "R".
               03  RT-Reason             PIC X(20).
           02  Run-I                     PIC 999.
           02  Run-Slot                  PIC 999.
           02  Run-Key-Number            PIC 9(6).
           02  Run-Key-Date              PIC 9(8).
           02  Run-Key-Date-Parts REDEFINES Run-Key-Date.
               03  Run-Key-Period        PIC 9(6).
               03  FILLER                PIC 99.
           02  Run-Found-Flag            PIC X.
               88  Run-Found              VALUE "Y".
           02  Run-Overflow-Flag         PIC X VALUE "N".
               88  Run-Table-Overflow     VALUE "Y".
           02  Unknown-Lines-Flag        PIC X VALUE "N".
               88  Unknown-Lines-Held     VALUE "Y".

       01  Edit-Work-Fields.
           02  Edit-Posting-Data.
               03  EW-Account            PIC X(8).
               03  EW-Debit-Credit       PIC X.
               03  EW-Amount             PIC 9(8)V99.
               03  EW-Run-Date           PIC 9(8).
               03  EW-Run-Number         PIC 9(6).
               03  EW-Description        PIC X(20).
           02  Run-Difference            PIC S9(10)V99.
           02  Ledger-Net                PIC S9(10)V99.
           02  Closing-Net               PIC S9(10)V99.

       01  Edit-Counters.
           02  Runs-Accepted             PIC 9(5) VALUE ZEROS.
           02  Runs-Rejected             PIC 9(5) VALUE ZEROS.
           02  Lines-Held-Back           PIC 9(7) VALUE ZEROS.
           02  Lines-Posted              PIC 9(7) VALUE ZEROS.
           02  Lines-Suspended           PIC 9(7) VALUE ZEROS.
           02  Chart-Problems            PIC 9(5) VALUE ZEROS.

       01  Trial-Totals.
           02  Total-Opening             PIC S9(11)V99 VALUE ZEROS.
           02  Total-Debits              PIC 9(11)V99  VALUE ZEROS.
           02  Total-Credits             PIC 9(11)V99  VALUE ZEROS.
           02  Total-Closing             PIC S9(11)V99 VALUE ZEROS.

       01  Suspense-Heading-Line.
           02  FILLER                 PIC X(34) VALUE
               "GL EDIT - SUSPENSE REPORT    DATE ".
           02  Prn-Susp-Date          PIC 9(4)/99/99.

       01  Suspense-Run-Topic.
           02  FILLER                 PIC X(8) VALUE "RUN-NO".
           02  FILLER                 PIC X(12) VALUE "RUN DATE".
           02  FILLER                 PIC X(16) VALUE "         DEBITS".
           02  FILLER                 PIC X(16) VALUE "        CREDITS".
           02  FILLER                 PIC X(16) VALUE "     DIFFERENCE".
           02  FILLER                 PIC X(20) VALUE "  REASON".

       01  Suspense-Run-Line.
           02  Prn-Susp-Run-Number    PIC 9(6).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Susp-Run-Date      PIC 9(4)/99/99.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Susp-Debits        PIC $$$,$$$,$$9.99.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Susp-Credits       PIC $$$,$$$,$$9.99.
           02  FILLER                 PIC X(1) VALUE SPACES.
           02  Prn-Susp-Difference    PIC $$$,$$$,$$9.99-.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Susp-Reason        PIC X(20).

       01  Suspense-Line-Topic          PIC X(60) VALUE
           "LINES POSTED TO UNKNOWN OR INACTIVE ACCOUNTS".

       01  Suspense-Line-Detail.
           02  Prn-Line-Run-Number    PIC 9(6).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Line-Account       PIC X(8).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Line-DC            PIC X.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Line-Amount        PIC $$$,$$$,$$9.99.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Line-Description   PIC X(20).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Line-Problem       PIC X(20).

       01  Suspense-Chart-Line.
           02  FILLER                 PIC X(8) VALUE "CHART : ".
           02  Prn-Chart-Source       PIC X(14).
           02  Prn-Chart-Key          PIC X(4).
           02  Prn-Chart-Account      PIC X(10).
           02  Prn-Chart-Problem      PIC X(30).

       01  Suspense-Caption-Line.
           02  Prn-Susp-Caption       PIC X(30).
           02  Prn-Susp-Count         PIC ZZZ,ZZ9.

       01  Suspense-None-Line           PIC X(40) VALUE
           "NO RUNS HELD IN SUSPENSE".

       01  Suspense-Overflow-Line       PIC X(60) VALUE
           "MORE THAN 500 GL RUNS WAITING - NOTHING POSTED".

       01  Trial-Heading-Line.
           02  FILLER                 PIC X(28) VALUE
               "PERIOD TRIAL BALANCE        ".
           02  FILLER                 PIC X(7) VALUE "PERIOD ".
           02  Prn-Trial-Period       PIC 9(4)/99.
           02  FILLER                 PIC X(7) VALUE "  DATE ".
           02  Prn-Trial-Date         PIC 9(4)/99/99.
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Trial-Status       PIC X(32).

       01  Trial-Topic-Line.
           02  FILLER                 PIC X(10) VALUE "ACCOUNT".
           02  FILLER                 PIC X(26) VALUE "DESCRIPTION".
           02  FILLER                 PIC X(3) VALUE "TY".
           02  FILLER                 PIC X(18) VALUE
               "           OPENING".
           02  FILLER                 PIC X(17) VALUE
               "          DEBITS".
           02  FILLER                 PIC X(17) VALUE
               "         CREDITS".
           02  FILLER                 PIC X(18) VALUE
               "           CLOSING".

       01  Trial-Detail-Line.
           02  Prn-TB-Account         PIC X(8).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-TB-Description     PIC X(24).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-TB-Type            PIC X.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-TB-Opening         PIC $$,$$$,$$$,$$9.99-.
           02  Prn-TB-Debits          PIC B$,$$$,$$$,$$9.99.
           02  Prn-TB-Credits         PIC B$,$$$,$$$,$$9.99.
           02  Prn-TB-Closing         PIC $$,$$$,$$$,$$9.99-.

       01  Trial-Total-Line.
           02  FILLER                 PIC X(39) VALUE
               "TOTALS".
           02  Prn-Total-Opening      PIC $$,$$$,$$$,$$9.99-.
           02  Prn-Total-Debits       PIC B$,$$$,$$$,$$9.99.
           02  Prn-Total-Credits      PIC B$,$$$,$$$,$$9.99.
           02  Prn-Total-Closing      PIC $$,$$$,$$$,$$9.99-.

       01  Trial-Check-Line             PIC X(60).

       PROCEDURE DIVISION.
       Edit-And-Post-GL.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.

           OPEN OUTPUT Suspense-Report.
           MOVE Run-Date-Stamp TO Prn-Susp-Date.
           WRITE Suspense-Print-Line FROM Suspense-Heading-Line AFTER
                       ADVANCING 1 LINE.

           PERFORM Load-GL-Edit-Parm.
           PERFORM Load-Closed-Periods.
           PERFORM Load-Chart.

           IF Chart-Count = ZEROS
               MOVE "CHARTACCT.DAT MISSING OR EMPTY - NOTHING POSTED"
                   TO Suspense-Print-Line
               WRITE Suspense-Print-Line AFTER ADVANCING 2 LINES
               CLOSE Suspense-Report
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM Check-GL-Map.

           PERFORM Collect-Suspense-Runs.
           PERFORM Collect-Posting-Runs.

           IF Run-Table-Overflow
               WRITE Suspense-Print-Line FROM Suspense-Overflow-Line
                       AFTER ADVANCING 2 LINES
               CLOSE Suspense-Report
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM Decide-Run-Outcomes.
           PERFORM Print-Rejected-Runs.
           PERFORM Post-Edited-Runs.
           PERFORM Print-Suspense-Totals.

           CLOSE Suspense-Report.

           PERFORM Build-Trial-Balance.
           PERFORM Print-Trial-Balance.

           STOP RUN.

       Load-GL-Edit-Parm.
           MOVE Run-Date-Period TO Report-Period.

           OPEN INPUT GL-Edit-Parm-File.
           IF GL-Edit-Parm-Found
               READ GL-Edit-Parm-File
                   AT END CONTINUE
               END-READ

               IF GL-Edit-Parm-Found AND EP-Report-Period NUMERIC
                       AND EP-Report-Period > ZEROS
                   MOVE EP-Report-Period TO Report-Period
               END-IF

               CLOSE GL-Edit-Parm-File
           END-IF.

       Load-Closed-Periods.
           OPEN INPUT Period-Control-File.
           IF Period-Control-Usable
               READ Period-Control-File
                   AT END SET End-Of-Period-Control TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Period-Control
                   IF PD-Period-Closed AND Closed-Count < 240
                       ADD 1 TO Closed-Count
                       MOVE PD-Period TO Closed-Period (Closed-Count)
                   END-IF

                   READ Period-Control-File
                       AT END SET End-Of-Period-Control TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Period-Control-File
           END-IF.

       Find-Closed-Period.
           MOVE "N" TO Closed-Found-Flag.
           PERFORM VARYING Closed-I FROM 1 BY 1
                   UNTIL Closed-I > Closed-Count OR Period-Is-Closed
               IF Closed-Period (Closed-I) = Closed-Key
                   MOVE "Y" TO Closed-Found-Flag
               END-IF
           END-PERFORM.

       Load-Chart.
           OPEN INPUT Chart-File.
           IF Chart-Found
               READ Chart-File
                   AT END SET End-Of-Chart TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Chart
                   MOVE CA-Account TO Chart-Key
                   PERFORM Find-Chart-Account
                   EVALUATE TRUE
                       WHEN CA-Account = SPACES
                           CONTINUE
                       WHEN Chart-Account-Found
                           MOVE "CHARTACCT.DAT" TO Prn-Chart-Source
                           MOVE SPACES TO Prn-Chart-Key
                           MOVE CA-Account TO Prn-Chart-Account
                           MOVE "DUPLICATE ACCOUNT - IGNORED"
                               TO Prn-Chart-Problem
                           PERFORM Print-Chart-Problem
                       WHEN Chart-Count < 500
                           ADD 1 TO Chart-Count
                           MOVE CA-Account TO CT-Account (Chart-Count)
                           MOVE CA-Description TO
                                   CT-Description (Chart-Count)
                           MOVE CA-Account-Type TO
                                   CT-Account-Type (Chart-Count)
                           MOVE CA-Active-Flag TO
                                   CT-Active-Flag (Chart-Count)
                           MOVE ZEROS TO CT-Opening-Net (Chart-Count)
                           MOVE ZEROS TO
                                   CT-Period-Debits (Chart-Count)
                           MOVE ZEROS TO
                                   CT-Period-Credits (Chart-Count)
                       WHEN OTHER
                           MOVE "CHARTACCT.DAT" TO Prn-Chart-Source
                           MOVE SPACES TO Prn-Chart-Key
                           MOVE CA-Account TO Prn-Chart-Account
                           MOVE "CHART FULL - ACCOUNT IGNORED"
                               TO Prn-Chart-Problem
                           PERFORM Print-Chart-Problem
                   END-EVALUATE

                   READ Chart-File
                       AT END SET End-Of-Chart TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Chart-File
           END-IF.

       Find-Chart-Account.
           MOVE "N" TO Chart-Found-Flag.
           PERFORM VARYING Chart-I FROM 1 BY 1
                   UNTIL Chart-I > Chart-Count OR Chart-Account-Found
               IF CT-Account (Chart-I) = Chart-Key
                   MOVE "Y" TO Chart-Found-Flag
                   MOVE Chart-I TO Chart-Slot
               END-IF
           END-PERFORM.

       Check-GL-Map.
           OPEN INPUT GL-Map-File.
           IF GL-Map-File-Found
               READ GL-Map-File
                   AT END SET End-Of-GL-Map TO TRUE
               END-READ

               PERFORM UNTIL End-Of-GL-Map
                   MOVE GM-Account TO Chart-Key
                   PERFORM Find-Chart-Account
                   IF NOT Chart-Account-Found
                           OR CT-Inactive (Chart-Slot)
                       MOVE "GLACCTMAP.DAT" TO Prn-Chart-Source
                       MOVE SPACES TO Prn-Chart-Key
                       STRING GM-Map-Type GM-Map-Key
                           DELIMITED BY SIZE INTO Prn-Chart-Key
                       END-STRING
                       MOVE GM-Account TO Prn-Chart-Account
                       IF Chart-Account-Found
                           MOVE "MAPS TO INACTIVE ACCOUNT"
                               TO Prn-Chart-Problem
                       ELSE
                           MOVE "MAPS TO UNKNOWN ACCOUNT"
                               TO Prn-Chart-Problem
                       END-IF
                       PERFORM Print-Chart-Problem
                   END-IF

                   READ GL-Map-File
                       AT END SET End-Of-GL-Map TO TRUE
                   END-READ
               END-PERFORM

               CLOSE GL-Map-File
           END-IF.

       Print-Chart-Problem.
           ADD 1 TO Chart-Problems.
           WRITE Suspense-Print-Line FROM Suspense-Chart-Line AFTER
                       ADVANCING 1 LINE.

       Collect-Suspense-Runs.
           OPEN INPUT GL-Suspense-File.
           IF GL-Suspense-Found
               READ GL-Suspense-File
                   AT END SET End-Of-GL-Suspense TO TRUE
               END-READ

               PERFORM UNTIL End-Of-GL-Suspense
                   MOVE GL-Suspense-Rec TO Edit-Posting-Data
                   PERFORM Find-Or-Add-Edit-Run
                   IF Run-Found
                       PERFORM Add-Line-To-Run
                   END-IF

                   READ GL-Suspense-File
                       AT END SET End-Of-GL-Suspense TO TRUE
                   END-READ
               END-PERFORM

               CLOSE GL-Suspense-File
           END-IF.

       Collect-Posting-Runs.
           OPEN INPUT GL-Posting-File.
           IF GL-Postings-Available
               READ GL-Posting-File
                   AT END SET End-Of-GL-Postings TO TRUE
               END-READ

               PERFORM UNTIL End-Of-GL-Postings
                   MOVE GL-Posting-Rec TO Edit-Posting-Data
                   PERFORM Find-Or-Add-Edit-Run
                   IF Run-Found
                       PERFORM Add-Line-To-Run
                   END-IF

                   READ GL-Posting-File
                       AT END SET End-Of-GL-Postings TO TRUE
                   END-READ
               END-PERFORM

               CLOSE GL-Posting-File
           END-IF.

       Find-Or-Add-Edit-Run.
           MOVE EW-Run-Number TO Run-Key-Number.
           MOVE EW-Run-Date   TO Run-Key-Date.
           PERFORM Find-Edit-Run.

           IF NOT Run-Found
               IF Edit-Run-Count < 500
                   ADD 1 TO Edit-Run-Count
                   MOVE Edit-Run-Count TO Run-Slot
                   MOVE Run-Key-Number TO RT-Run-Number (Run-Slot)
                   MOVE Run-Key-Date   TO RT-Run-Date (Run-Slot)
                   MOVE ZEROS TO RT-Debits (Run-Slot)
                   MOVE ZEROS TO RT-Credits (Run-Slot)
                   MOVE ZEROS TO RT-Lines (Run-Slot)
                   MOVE ZEROS TO RT-Unknown-Count (Run-Slot)
                   MOVE SPACE TO RT-Status (Run-Slot)
                   MOVE SPACES TO RT-Reason (Run-Slot)
                   MOVE "Y" TO Run-Found-Flag
               ELSE
                   MOVE "Y" TO Run-Overflow-Flag
               END-IF
           END-IF.

       Add-Line-To-Run.
           ADD 1 TO RT-Lines (Run-Slot).
           IF EW-Debit-Credit = "D"
               ADD EW-Amount TO RT-Debits (Run-Slot)
           ELSE
               ADD EW-Amount TO RT-Credits (Run-Slot)
           END-IF.
           MOVE EW-Account TO Chart-Key.
           PERFORM Find-Chart-Account.
           IF NOT Chart-Account-Found
                   OR CT-Inactive (Chart-Slot)
                   OR EW-Account = SPACES
               ADD 1 TO RT-Unknown-Count (Run-Slot)
           END-IF.

       Find-Edit-Run.
           MOVE "N" TO Run-Found-Flag.
           PERFORM VARYING Run-I FROM 1 BY 1
                   UNTIL Run-I > Edit-Run-Count OR Run-Found
               IF RT-Run-Number (Run-I) = Run-Key-Number
                       AND RT-Run-Date (Run-I) = Run-Key-Date
                   MOVE "Y" TO Run-Found-Flag
                   MOVE Run-I TO Run-Slot
               END-IF
           END-PERFORM.

       Decide-Run-Outcomes.
           PERFORM VARYING Run-I FROM 1 BY 1
                   UNTIL Run-I > Edit-Run-Count
               MOVE RT-Run-Date (Run-I) TO Run-Key-Date
               MOVE Run-Key-Period TO Closed-Key
               PERFORM Find-Closed-Period

               EVALUATE TRUE
                   WHEN RT-Unknown-Count (Run-I) > ZEROS
                       MOVE "R" TO RT-Status (Run-I)
                       MOVE "UNKNOWN ACCOUNT" TO RT-Reason (Run-I)
                       MOVE "Y" TO Unknown-Lines-Flag
                   WHEN RT-Debits (Run-I) NOT = RT-Credits (Run-I)
                       MOVE "R" TO RT-Status (Run-I)
                       MOVE "OUT OF BALANCE" TO RT-Reason (Run-I)
                   WHEN Period-Is-Closed
                       MOVE "R" TO RT-Status (Run-I)
                       MOVE "PERIOD CLOSED" TO RT-Reason (Run-I)
                   WHEN OTHER
                       MOVE "A" TO RT-Status (Run-I)
                       ADD 1 TO Runs-Accepted
               END-EVALUATE

               IF RT-Rejected (Run-I)
                   ADD 1 TO Runs-Rejected
               END-IF
           END-PERFORM.

       Print-Rejected-Runs.
           IF Runs-Rejected = ZEROS
               WRITE Suspense-Print-Line FROM Suspense-None-Line
                       AFTER ADVANCING 2 LINES
           ELSE
               WRITE Suspense-Print-Line FROM Suspense-Run-Topic
                       AFTER ADVANCING 2 LINES
               PERFORM VARYING Run-I FROM 1 BY 1
                       UNTIL Run-I > Edit-Run-Count
                   IF RT-Rejected (Run-I)
                       MOVE RT-Run-Number (Run-I)
                           TO Prn-Susp-Run-Number
                       MOVE RT-Run-Date (Run-I) TO Prn-Susp-Run-Date
                       MOVE RT-Debits (Run-I) TO Prn-Susp-Debits
                       MOVE RT-Credits (Run-I) TO Prn-Susp-Credits
                       COMPUTE Run-Difference = RT-Debits (Run-I)
                                              - RT-Credits (Run-I)
                       MOVE Run-Difference TO Prn-Susp-Difference
                       MOVE RT-Reason (Run-I) TO Prn-Susp-Reason
                       WRITE Suspense-Print-Line FROM
                               Suspense-Run-Line AFTER
                               ADVANCING 1 LINE
                   END-IF
               END-PERFORM
           END-IF.

           IF Unknown-Lines-Held
               WRITE Suspense-Print-Line FROM Suspense-Line-Topic
                       AFTER ADVANCING 2 LINES
           END-IF.

       Post-Edited-Runs.
           OPEN EXTEND GL-Ledger-File.
           IF GL-Ledger-Missing
               OPEN OUTPUT GL-Ledger-File
           END-IF.
           OPEN OUTPUT GL-Suspense-Work.
           OPEN OUTPUT GL-Posting-Work.

           OPEN INPUT GL-Suspense-File.
           IF GL-Suspense-Found
               READ GL-Suspense-File
                   AT END SET End-Of-GL-Suspense TO TRUE
               END-READ

               PERFORM UNTIL End-Of-GL-Suspense
                   MOVE GL-Suspense-Rec TO Edit-Posting-Data
                   MOVE EW-Run-Number TO Run-Key-Number
                   MOVE EW-Run-Date   TO Run-Key-Date
                   PERFORM Find-Edit-Run
                   IF Run-Found
                       PERFORM Post-Edited-Line
                   END-IF

                   READ GL-Suspense-File
                       AT END SET End-Of-GL-Suspense TO TRUE
                   END-READ
               END-PERFORM

               CLOSE GL-Suspense-File
           END-IF.

           OPEN INPUT GL-Posting-File.
           IF GL-Postings-Available
               READ GL-Posting-File
                   AT END SET End-Of-GL-Postings TO TRUE
               END-READ

               PERFORM UNTIL End-Of-GL-Postings
                   MOVE GL-Posting-Rec TO Edit-Posting-Data
                   MOVE EW-Run-Number TO Run-Key-Number
                   MOVE EW-Run-Date   TO Run-Key-Date
                   PERFORM Find-Edit-Run
                   IF Run-Found
                       PERFORM Post-Edited-Line
                   ELSE
                       MOVE Edit-Posting-Data TO PW-Record-Data
                       WRITE GL-Posting-Work-Rec
                       ADD 1 TO Lines-Held-Back
                   END-IF

                   READ GL-Posting-File
                       AT END SET End-Of-GL-Postings TO TRUE
                   END-READ
               END-PERFORM

               CLOSE GL-Posting-File
           END-IF.

           CLOSE GL-Ledger-File.
           CLOSE GL-Suspense-Work.
           CLOSE GL-Posting-Work.

           PERFORM Copy-Work-To-Suspense.
           PERFORM Copy-Work-To-Postings.

       Post-Edited-Line.
           EVALUATE TRUE
               WHEN RT-Accepted (Run-Slot)
                   MOVE Edit-Posting-Data TO LG-Posting-Data
                   MOVE Run-Key-Period TO LG-Period
                   MOVE Run-Date-Stamp TO LG-Edit-Date
                   WRITE GL-Ledger-Rec
                   ADD 1 TO Lines-Posted
               WHEN RT-Rejected (Run-Slot)
                   MOVE Edit-Posting-Data TO SW-Record-Data
                   WRITE GL-Suspense-Work-Rec
                   ADD 1 TO Lines-Suspended
                   PERFORM Print-Unknown-Account-Line
           END-EVALUATE.

       Print-Unknown-Account-Line.
           MOVE EW-Account TO Chart-Key.
           PERFORM Find-Chart-Account.
           IF EW-Account = SPACES
               MOVE "BLANK ACCOUNT" TO Prn-Line-Problem
           ELSE
               IF Chart-Account-Found
                   MOVE "INACTIVE ACCOUNT" TO Prn-Line-Problem
               ELSE
                   MOVE "NOT IN CHART" TO Prn-Line-Problem
               END-IF
           END-IF.

           IF EW-Account = SPACES OR NOT Chart-Account-Found
                   OR CT-Inactive (Chart-Slot)
               MOVE EW-Run-Number   TO Prn-Line-Run-Number
               MOVE EW-Account      TO Prn-Line-Account
               MOVE EW-Debit-Credit TO Prn-Line-DC
               MOVE EW-Amount       TO Prn-Line-Amount
               MOVE EW-Description  TO Prn-Line-Description
               WRITE Suspense-Print-Line FROM Suspense-Line-Detail
                       AFTER ADVANCING 1 LINE
           END-IF.

       Copy-Work-To-Suspense.
           OPEN INPUT GL-Suspense-Work.
           OPEN OUTPUT GL-Suspense-File.

           READ GL-Suspense-Work
               AT END SET End-Of-Suspense-Work TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Suspense-Work
               WRITE GL-Suspense-Rec FROM GL-Suspense-Work-Rec

               READ GL-Suspense-Work
                   AT END SET End-Of-Suspense-Work TO TRUE
               END-READ
           END-PERFORM.

           CLOSE GL-Suspense-Work.
           CLOSE GL-Suspense-File.

       Copy-Work-To-Postings.
           OPEN INPUT GL-Posting-Work.
           OPEN OUTPUT GL-Posting-File.

           READ GL-Posting-Work
               AT END SET End-Of-Posting-Work TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Posting-Work
               WRITE GL-Posting-Rec FROM GL-Posting-Work-Rec

               READ GL-Posting-Work
                   AT END SET End-Of-Posting-Work TO TRUE
               END-READ
           END-PERFORM.

           CLOSE GL-Posting-Work.
           CLOSE GL-Posting-File.

       Print-Suspense-Totals.
           MOVE "RUNS POSTED TO LEDGER      :" TO Prn-Susp-Caption.
           MOVE Runs-Accepted TO Prn-Susp-Count.
           WRITE Suspense-Print-Line FROM Suspense-Caption-Line
                   AFTER ADVANCING 2 LINES.

           MOVE "RUNS HELD IN SUSPENSE      :" TO Prn-Susp-Caption.
           MOVE Runs-Rejected TO Prn-Susp-Count.
           WRITE Suspense-Print-Line FROM Suspense-Caption-Line
                   AFTER ADVANCING 1 LINE.

           MOVE "LINES POSTED TO LEDGER     :" TO Prn-Susp-Caption.
           MOVE Lines-Posted TO Prn-Susp-Count.
           WRITE Suspense-Print-Line FROM Suspense-Caption-Line
                   AFTER ADVANCING 1 LINE.

           MOVE "LINES HELD IN SUSPENSE     :" TO Prn-Susp-Caption.
           MOVE Lines-Suspended TO Prn-Susp-Count.
           WRITE Suspense-Print-Line FROM Suspense-Caption-Line
                   AFTER ADVANCING 1 LINE.

           MOVE "LINES LEFT IN GLPOSTING    :" TO Prn-Susp-Caption.
           MOVE Lines-Held-Back TO Prn-Susp-Count.
           WRITE Suspense-Print-Line FROM Suspense-Caption-Line
                   AFTER ADVANCING 1 LINE.

           MOVE "CHART AND MAP PROBLEMS     :" TO Prn-Susp-Caption.
           MOVE Chart-Problems TO Prn-Susp-Count.
           WRITE Suspense-Print-Line FROM Suspense-Caption-Line
                   AFTER ADVANCING 1 LINE.

       Build-Trial-Balance.
           OPEN INPUT GL-Ledger-File.
           IF GL-Ledger-Found
               READ GL-Ledger-File
                   AT END SET End-Of-GL-Ledger TO TRUE
               END-READ

               PERFORM UNTIL End-Of-GL-Ledger
                   IF LG-Period <= Report-Period
                       PERFORM Add-Ledger-To-Trial
                   END-IF

                   READ GL-Ledger-File
                       AT END SET End-Of-GL-Ledger TO TRUE
                   END-READ
               END-PERFORM

               CLOSE GL-Ledger-File
           END-IF.

       Add-Ledger-To-Trial.
           MOVE LG-Account TO Chart-Key.
           PERFORM Find-Chart-Account.
           IF NOT Chart-Account-Found AND Chart-Count < 500
               ADD 1 TO Chart-Count
               MOVE Chart-Count TO Chart-Slot
               MOVE LG-Account TO CT-Account (Chart-Slot)
               MOVE "** NOT IN CHART **" TO CT-Description (Chart-Slot)
               MOVE SPACE TO CT-Account-Type (Chart-Slot)
               MOVE "I" TO CT-Active-Flag (Chart-Slot)
               MOVE ZEROS TO CT-Opening-Net (Chart-Slot)
               MOVE ZEROS TO CT-Period-Debits (Chart-Slot)
               MOVE ZEROS TO CT-Period-Credits (Chart-Slot)
               MOVE "Y" TO Chart-Found-Flag
           END-IF.

           IF Chart-Account-Found
               IF LG-Period < Report-Period
                   IF LG-Debit-Credit = "D"
                       ADD LG-Amount TO CT-Opening-Net (Chart-Slot)
                   ELSE
                       SUBTRACT LG-Amount
                           FROM CT-Opening-Net (Chart-Slot)
                   END-IF
               ELSE
                   IF LG-Debit-Credit = "D"
                       ADD LG-Amount TO CT-Period-Debits (Chart-Slot)
                   ELSE
                       ADD LG-Amount TO CT-Period-Credits (Chart-Slot)
                   END-IF
               END-IF
           END-IF.

       Print-Trial-Balance.
           OPEN OUTPUT Trial-Balance-Report.

           MOVE Report-Period  TO Prn-Trial-Period.
           MOVE Run-Date-Stamp TO Prn-Trial-Date.
           MOVE Report-Period  TO Closed-Key.
           PERFORM Find-Closed-Period.
           IF Period-Is-Closed
               MOVE "PERIOD CLOSED - BALANCES FROZEN"
                   TO Prn-Trial-Status
           ELSE
               MOVE "PERIOD OPEN - PROVISIONAL"
                   TO Prn-Trial-Status
           END-IF.
           WRITE Trial-Print-Line FROM Trial-Heading-Line AFTER
                       ADVANCING 1 LINE.
           WRITE Trial-Print-Line FROM Trial-Topic-Line AFTER
                       ADVANCING 2 LINES.

           PERFORM VARYING Chart-I FROM 1 BY 1
                   UNTIL Chart-I > Chart-Count
               COMPUTE Closing-Net = CT-Opening-Net (Chart-I)
                                   + CT-Period-Debits (Chart-I)
                                   - CT-Period-Credits (Chart-I)
               IF NOT CT-Inactive (Chart-I)
                       OR CT-Opening-Net (Chart-I) NOT = ZEROS
                       OR CT-Period-Debits (Chart-I) NOT = ZEROS
                       OR CT-Period-Credits (Chart-I) NOT = ZEROS
                   MOVE CT-Account (Chart-I) TO Prn-TB-Account
                   MOVE CT-Description (Chart-I) TO Prn-TB-Description
                   MOVE CT-Account-Type (Chart-I) TO Prn-TB-Type
                   MOVE CT-Opening-Net (Chart-I) TO Prn-TB-Opening
                   MOVE CT-Period-Debits (Chart-I) TO Prn-TB-Debits
                   MOVE CT-Period-Credits (Chart-I) TO Prn-TB-Credits
                   MOVE Closing-Net TO Prn-TB-Closing
                   WRITE Trial-Print-Line FROM Trial-Detail-Line AFTER
                               ADVANCING 1 LINE

                   ADD CT-Opening-Net (Chart-I) TO Total-Opening
                   ADD CT-Period-Debits (Chart-I) TO Total-Debits
                   ADD CT-Period-Credits (Chart-I) TO Total-Credits
                   ADD Closing-Net TO Total-Closing
               END-IF
           END-PERFORM.

           MOVE Total-Opening TO Prn-Total-Opening.
           MOVE Total-Debits  TO Prn-Total-Debits.
           MOVE Total-Credits TO Prn-Total-Credits.
           MOVE Total-Closing TO Prn-Total-Closing.
           WRITE Trial-Print-Line FROM Trial-Total-Line AFTER
                       ADVANCING 2 LINES.

           IF Total-Closing = ZEROS AND Total-Debits = Total-Credits
               MOVE "TRIAL BALANCE IN BALANCE" TO Trial-Check-Line
           ELSE
               MOVE "*** TRIAL BALANCE OUT OF BALANCE ***"
                   TO Trial-Check-Line
           END-IF.
           WRITE Trial-Print-Line FROM Trial-Check-Line AFTER
                       ADVANCING 1 LINE.

           CLOSE Trial-Balance-Report.
