       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FinanceCharge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Invoice-Register ASSIGN TO "INVREGISTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Invoice-Register-Status.

           SELECT Fin-Charge-Parm-File ASSIGN TO "FINCHGPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Fin-Charge-Parm-Status.

           SELECT Collections-File ASSIGN TO "COLLECT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Collections-Status.

           SELECT Invoice-Control-File ASSIGN TO "INVCONTROL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Invoice-Control-Status.

           SELECT Past-Due-Work-File ASSIGN TO "PASTDUE.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Past-Due-Sort-File ASSIGN TO "PASTDUE.SRT".

           SELECT Customer-Master ASSIGN TO "CUSTOMER.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CM-Customer-Id
                 FILE STATUS IS Customer-Master-Status.

           SELECT GL-Map-File ASSIGN TO "GLACCTMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Map-Status.

           SELECT GL-Posting-File ASSIGN TO "GLPOSTING.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Posting-Status.

           SELECT Fin-Charge-Report ASSIGN TO "FINCHARGE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Dunning-Letters ASSIGN TO "DUNNING.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Invoice-Register.
       01 Invoice-Register-Rec.
           88 End-Of-Register      VALUE HIGH-VALUES.
           02  IR-Invoice-Number           PIC 9(6).
           02  IR-Customer-Id              PIC X(5).
           02  IR-Invoice-Date             PIC 9(8).
           02  IR-Line-Count               PIC 999.
           02  IR-Invoice-Total            PIC S9(7)V99.
           02  IR-Amount-Paid              PIC S9(7)V99.
           02  IR-Status                   PIC X.
               88  IR-Invoice-Open         VALUE "O".
               88  IR-Invoice-Closed       VALUE "C".
           02  IR-Run-Number               PIC 9(6).
           02  IR-Tax-Total                PIC S9(6)V99.

       FD Fin-Charge-Parm-File.
       01 Fin-Charge-Parm-Rec.
           02  FP-Grace-Days               PIC 999.
           02  FP-Monthly-Rate             PIC 9V9999.
           02  FP-Minimum-Charge           PIC 9(3)V99.

       FD Collections-File.
       01 Collections-Rec.
           88 End-Of-Collections   VALUE HIGH-VALUES.
           02  CL-Customer-Id              PIC X(5).
           02  CL-FC-Exempt                PIC X.
           02  CL-Notice-Level             PIC 9.
           02  CL-Last-Notice-Date         PIC 9(8).
           02  CL-Last-Charge-Period       PIC 9(6).

       FD Invoice-Control-File.
       01 Invoice-Control-Rec.
           02  IC-Last-Invoice-Number      PIC 9(6).

       FD Past-Due-Work-File.
       01 Past-Due-Work-Rec.
           02  FW-Customer-Id              PIC X(5).
           02  FW-Invoice-Date             PIC 9(8).
           02  FW-Invoice-Number           PIC 9(6).
           02  FW-Days-Past                PIC 9(5).
           02  FW-Open-Amount              PIC S9(7)V99.
           02  FW-Charge-Flag              PIC X.

       SD Past-Due-Sort-File.
       01 Past-Due-Sort-Rec.
           88 End-Of-Past-Due-Sort VALUE HIGH-VALUES.
           02  FS-Customer-Id              PIC X(5).
           02  FS-Invoice-Date             PIC 9(8).
           02  FS-Invoice-Number           PIC 9(6).
           02  FS-Days-Past                PIC 9(5).
           02  FS-Open-Amount              PIC S9(7)V99.
           02  FS-Charge-Flag              PIC X.
               88  FS-Finance-Charge       VALUE "Y".

       FD Customer-Master.
       01 Customer-Master-Rec.
           02  CM-Customer-Id              PIC X(5).
           02  CM-Customer-Name            PIC X(20).
           02  CM-Rep-Code                 PIC X(3).
           02  CM-Credit-Limit             PIC 9(7)V99.
           02  CM-Curr-Balance             PIC S9(7)V99.
           02  CM-Tax-Juris                PIC X(2).
           02  CM-Tax-Exempt               PIC X.

       FD GL-Map-File.
       01 GL-Map-Rec.
           88 End-Of-GL-Map        VALUE HIGH-VALUES.
           02  GM-Map-Type                 PIC X.
           02  GM-Map-Key                  PIC X(2).
           02  GM-Account                  PIC X(8).

       FD GL-Posting-File.
       01 GL-Posting-Rec.
           02  GP-Account                  PIC X(8).
           02  GP-Debit-Credit             PIC X.
           02  GP-Amount                   PIC 9(8)V99.
           02  GP-Run-Date                 PIC 9(8).
           02  GP-Run-Number               PIC 9(6).
           02  GP-Description              PIC X(20).

       FD Fin-Charge-Report.
       01 Fin-Charge-Print-Line            PIC X(80).

       FD Dunning-Letters.
       01 Dunning-Print-Line               PIC X(72).

       WORKING-STORAGE SECTION.
       01  Invoice-Register-Status      PIC XX.
           88  Register-Available          VALUE "00".

       01  Fin-Charge-Parm-Status       PIC XX.
           88  Fin-Charge-Parm-Found       VALUE "00".

       01  Collections-Status           PIC XX.
           88  Collections-Found           VALUE "00".

       01  Invoice-Control-Status       PIC XX.
           88  Invoice-Control-Found       VALUE "00".

       01  Customer-Master-Status       PIC XX.
           88  Customer-Master-OK          VALUE "00".

       01  Cust-Master-Open-Flag        PIC X VALUE "N".
           88  Cust-Master-Open            VALUE "Y".

       01  GL-Map-Status                PIC XX.
           88  GL-Map-File-Found           VALUE "00".

       01  GL-Posting-Status            PIC XX.
           88  GL-Posting-Missing          VALUE "35".

       01  Run-Date-Stamp               PIC 9(8).
       01  Run-Date-Split REDEFINES Run-Date-Stamp.
           02  Run-Period                PIC 9(6).
           02  FILLER                    PIC 99.

       01  Fin-Charge-Parameters.
           02  Grace-Days                PIC 999      VALUE 030.
           02  Monthly-Rate              PIC 9V9999   VALUE 0.0150.
           02  Minimum-Charge            PIC 9(3)V99  VALUE 2.00.

       01  Date-Work-Fields.
           02  DW-Date                   PIC 9(8).
           02  DW-Date-Split REDEFINES DW-Date.
               03  DW-Year               PIC 9(4).
               03  DW-Month              PIC 99.
               03  DW-Day                PIC 99.
           02  DW-Serial                 PIC 9(7).
           02  DW-Year-Work              PIC 9(4).
           02  DW-Leap-Count             PIC 9(5).
           02  DW-Month-Offset           PIC 999.
           02  DW-Rem                    PIC 9(4).

       01  Month-Offset-Table.
           02  Month-Offset-Values       PIC X(36) VALUE
               "000031059090120151181212243273304334".
           02  FILLER REDEFINES Month-Offset-Values.
               03  Month-Offset          PIC 999 OCCURS 12 TIMES.

       01  Today-Serial                 PIC 9(7).
       01  Days-Outstanding             PIC S9(7).

       01  Collections-Table.
           02  Coll-Count                PIC 999 VALUE ZEROS.
           02  Coll-Full-Flag            PIC X VALUE "N".
               88  Coll-Table-Full        VALUE "Y".
           02  Coll-Entry OCCURS 999 TIMES.
               03  CT-Customer-Id        PIC X(5).
               03  CT-FC-Exempt          PIC X.
               03  CT-Notice-Level       PIC 9.
               03  CT-Last-Notice-Date   PIC 9(8).
               03  CT-Last-Charge-Period PIC 9(6).
               03  CT-Seen-Flag          PIC X.
           02  Coll-I                    PIC 999.
           02  Coll-Slot                 PIC 999.
           02  Coll-Found-Flag           PIC X.
               88  Coll-Found             VALUE "Y".

       01  Past-Due-Lines.
           02  Due-Line-Count            PIC 99 VALUE ZEROS.
           02  Due-Line-Entry OCCURS 40 TIMES.
               03  DL-Invoice-Number     PIC 9(6).
               03  DL-Invoice-Date       PIC 9(8).
               03  DL-Days-Past          PIC 9(5).
               03  DL-Open-Amount        PIC S9(7)V99.
           02  Due-I                     PIC 99.

       01  Customer-Work-Fields.
           02  Prev-Cust-Id              PIC X(5) VALUE SPACES.
           02  Dun-Cust-Name             PIC X(20).
           02  Cust-Charge-Basis         PIC S9(8)V99.
           02  Cust-Past-Due             PIC S9(8)V99.
           02  Cust-Oldest-Days          PIC 9(5).
           02  Cust-Charge               PIC S9(7)V99.
           02  Bucket-Level              PIC 9.
           02  Letter-Level              PIC 9.
           02  Charge-Action             PIC X(10).
           02  Letter-Action             PIC X(10).

       01  Invoice-Number               PIC 9(6) VALUE ZEROS.
       01  Work-Records-Written         PIC 9(6) VALUE ZEROS.

       01  Fin-Charge-Counters.
           02  Customers-Past-Due        PIC 9(5)     VALUE ZEROS.
           02  Charges-Raised            PIC 9(5)     VALUE ZEROS.
           02  Charges-Exempt            PIC 9(5)     VALUE ZEROS.
           02  First-Notices             PIC 9(5)     VALUE ZEROS.
           02  Second-Notices            PIC 9(5)     VALUE ZEROS.
           02  Final-Demands             PIC 9(5)     VALUE ZEROS.
           02  Total-Charges             PIC S9(8)V99 VALUE ZEROS.

       01  GL-Accounts.
           02  AR-Account                PIC X(8) VALUE "ARCNTRL ".
           02  Fin-Charge-Account        PIC X(8) VALUE "FINCHG  ".

       01  Fin-Heading-Line.
           02  FILLER                 PIC X(34) VALUE
               "FINANCE CHARGE AND DUNNING   DATE ".
           02  Prn-Fin-Date           PIC 9(4)/99/99.

       01  Fin-Parm-Line.
           02  FILLER                 PIC X(12) VALUE "GRACE DAYS: ".
           02  Prn-Grace-Days         PIC ZZ9.
           02  FILLER                 PIC X(16) VALUE
               "   MONTHLY RATE:".
           02  Prn-Monthly-Rate       PIC Z9.99.
           02  FILLER                 PIC X(18) VALUE
               "%   MINIMUM:".
           02  Prn-Minimum-Charge     PIC $$$9.99.

       01  Fin-Topic-Line.
           02  FILLER                 PIC X(8) VALUE "CUST-ID ".
           02  FILLER                 PIC X(21) VALUE "CUSTOMER NAME".
           02  FILLER                 PIC X(7) VALUE "OLDEST".
           02  FILLER                 PIC X(14) VALUE "      PAST DUE".
           02  FILLER                 PIC X(11) VALUE "     CHARGE".
           02  FILLER                 PIC X(8) VALUE " INVOICE".
           02  FILLER                 PIC X(10) VALUE " NOTICE".

       01  Fin-Detail-Line.
           02  Prn-Fin-Cust-Id        PIC X(5).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Fin-Cust-Name      PIC X(20).
           02  Prn-Fin-Oldest         PIC ZZ,ZZ9.
           02  Prn-Fin-Past-Due       PIC B$$,$$$,$$9.99.
           02  Prn-Fin-Charge         PIC B$$,$$9.99.
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Fin-Invoice        PIC X(7).
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Fin-Notice         PIC X(10).

       01  Fin-Totals-Line.
           02  FILLER                 PIC X(16) VALUE
               "PAST DUE CUSTS :".
           02  Prn-Customers-Past-Due PIC ZZ,ZZ9.
           02  FILLER                 PIC X(12) VALUE "  CHARGED :".
           02  Prn-Charges-Raised     PIC ZZ,ZZ9.
           02  FILLER                 PIC X(11) VALUE "  EXEMPT :".
           02  Prn-Charges-Exempt     PIC ZZ,ZZ9.
           02  FILLER                 PIC X(10) VALUE "  TOTAL :".
           02  Prn-Total-Charges      PIC $$$,$$9.99.

       01  Fin-Notice-Totals-Line.
           02  FILLER                 PIC X(16) VALUE
               "FIRST NOTICES  :".
           02  Prn-First-Notices      PIC ZZ,ZZ9.
           02  FILLER                 PIC X(12) VALUE "  SECOND  :".
           02  Prn-Second-Notices     PIC ZZ,ZZ9.
           02  FILLER                 PIC X(11) VALUE "  FINAL  :".
           02  Prn-Final-Demands      PIC ZZ,ZZ9.

       01  Fin-Empty-Line               PIC X(40) VALUE
           "NO PAST-DUE INVOICES ON REGISTER".

       01  Fin-Coll-Full-Line           PIC X(50) VALUE
           "COLLECT.DAT TABLE FULL - SOME CUSTOMERS SKIPPED".

       01  Fin-Coll-Refused-Line        PIC X(60) VALUE
           "COLLECT.DAT EXCEEDS 999 CUSTOMERS - RUN REFUSED".

       01  Dun-Heading-Line.
           02  FILLER                 PIC X(30) VALUE
               "AROMAMORA ACCOUNTS RECEIVABLE".
           02  FILLER                 PIC X(5) VALUE "DATE ".
           02  Prn-Dun-Date           PIC 9(4)/99/99.

       01  Dun-Title-Line.
           02  FILLER                 PIC X(20) VALUE SPACES.
           02  Prn-Dun-Title          PIC X(30).

       01  Dun-Cust-Line.
           02  FILLER                 PIC X(9) VALUE "ACCOUNT: ".
           02  Prn-Dun-Cust-Name      PIC X(20).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Dun-Cust-Id        PIC X(5).

       01  Dun-Text-Line                PIC X(72).

       01  Dun-Topic-Line.
           02  FILLER                 PIC X(10) VALUE "INVOICE   ".
           02  FILLER                 PIC X(13) VALUE "DATE         ".
           02  FILLER                 PIC X(10) VALUE "DAYS LATE ".
           02  FILLER                 PIC X(14) VALUE "   OPEN AMOUNT".

       01  Dun-Detail-Line.
           02  Prn-Dun-Invoice        PIC 9(6).
           02  FILLER                 PIC X(4) VALUE SPACES.
           02  Prn-Dun-Inv-Date       PIC 9(4)/99/99.
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Dun-Days           PIC ZZ,ZZ9.
           02  FILLER                 PIC X(4) VALUE SPACES.
           02  Prn-Dun-Amount         PIC B$$,$$$,$$9.99.

       01  Dun-Total-Line.
           02  FILLER                 PIC X(33) VALUE
               "TOTAL NOW PAST DUE              ".
           02  Prn-Dun-Total          PIC B$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Assess-Finance-Charges.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.

           MOVE Run-Date-Stamp TO DW-Date.
           PERFORM Convert-Date-To-Serial.
           MOVE DW-Serial TO Today-Serial.

           PERFORM Load-Fin-Charge-Parm.
           PERFORM Load-Collections.
           IF Coll-Table-Full
               OPEN OUTPUT Fin-Charge-Report
               WRITE Fin-Charge-Print-Line FROM Fin-Coll-Refused-Line
                           AFTER ADVANCING 1 LINE
               CLOSE Fin-Charge-Report
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM Load-GL-Map.
           PERFORM Load-Invoice-Control.

           PERFORM Build-Past-Due-Work.

           OPEN OUTPUT Fin-Charge-Report.
           OPEN OUTPUT Dunning-Letters.

           MOVE Run-Date-Stamp TO Prn-Fin-Date.
           WRITE Fin-Charge-Print-Line FROM Fin-Heading-Line AFTER
                       ADVANCING 1 LINE.
           MOVE Grace-Days TO Prn-Grace-Days.
           COMPUTE Prn-Monthly-Rate = Monthly-Rate * 100.
           MOVE Minimum-Charge TO Prn-Minimum-Charge.
           WRITE Fin-Charge-Print-Line FROM Fin-Parm-Line AFTER
                       ADVANCING 1 LINE.

           IF Work-Records-Written = ZEROS
               WRITE Fin-Charge-Print-Line FROM Fin-Empty-Line AFTER
                           ADVANCING 2 LINES
           ELSE
               WRITE Fin-Charge-Print-Line FROM Fin-Topic-Line AFTER
                           ADVANCING 2 LINES

               OPEN I-O Customer-Master
               IF Customer-Master-OK
                   MOVE "Y" TO Cust-Master-Open-Flag
               END-IF
               OPEN EXTEND Invoice-Register

               SORT Past-Due-Sort-File ON ASCENDING FS-Customer-Id
                       FS-Invoice-Date FS-Invoice-Number
                   USING Past-Due-Work-File
                   OUTPUT PROCEDURE IS Process-Past-Due-Customers

               CLOSE Invoice-Register
               IF Cust-Master-Open
                   CLOSE Customer-Master
               END-IF

               PERFORM Save-Invoice-Control
               PERFORM Write-GL-Charge-Lines
           END-IF.

           PERFORM Reset-Current-Customers.
           PERFORM Rewrite-Collections.

           IF Coll-Table-Full
               WRITE Fin-Charge-Print-Line FROM Fin-Coll-Full-Line
                           AFTER ADVANCING 2 LINES
           END-IF.

           MOVE Customers-Past-Due TO Prn-Customers-Past-Due.
           MOVE Charges-Raised     TO Prn-Charges-Raised.
           MOVE Charges-Exempt     TO Prn-Charges-Exempt.
           MOVE Total-Charges      TO Prn-Total-Charges.
           WRITE Fin-Charge-Print-Line FROM Fin-Totals-Line AFTER
                       ADVANCING 2 LINES.

           MOVE First-Notices  TO Prn-First-Notices.
           MOVE Second-Notices TO Prn-Second-Notices.
           MOVE Final-Demands  TO Prn-Final-Demands.
           WRITE Fin-Charge-Print-Line FROM Fin-Notice-Totals-Line
                       AFTER ADVANCING 1 LINE.

           CLOSE Fin-Charge-Report.
           CLOSE Dunning-Letters.

           STOP RUN.

       Load-Fin-Charge-Parm.
           OPEN INPUT Fin-Charge-Parm-File.
           IF Fin-Charge-Parm-Found
               READ Fin-Charge-Parm-File
                   AT END CONTINUE
               END-READ

               IF Fin-Charge-Parm-Found
                   IF FP-Grace-Days NUMERIC
                       MOVE FP-Grace-Days TO Grace-Days
                   END-IF
                   IF FP-Monthly-Rate NUMERIC
                       MOVE FP-Monthly-Rate TO Monthly-Rate
                   END-IF
                   IF FP-Minimum-Charge NUMERIC
                       MOVE FP-Minimum-Charge TO Minimum-Charge
                   END-IF
               END-IF

               CLOSE Fin-Charge-Parm-File
           END-IF.

       Load-Collections.
           OPEN INPUT Collections-File.
           IF Collections-Found
               READ Collections-File
                   AT END SET End-Of-Collections TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Collections
                   IF Coll-Count < 999
                       ADD 1 TO Coll-Count
                       MOVE CL-Customer-Id TO
                               CT-Customer-Id (Coll-Count)
                       MOVE CL-FC-Exempt TO CT-FC-Exempt (Coll-Count)
                       MOVE CL-Notice-Level TO
                               CT-Notice-Level (Coll-Count)
                       MOVE CL-Last-Notice-Date TO
                               CT-Last-Notice-Date (Coll-Count)
                       MOVE CL-Last-Charge-Period TO
                               CT-Last-Charge-Period (Coll-Count)
                       MOVE "N" TO CT-Seen-Flag (Coll-Count)
                   ELSE
                       MOVE "Y" TO Coll-Full-Flag
                   END-IF

                   READ Collections-File
                       AT END SET End-Of-Collections TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Collections-File
           END-IF.

       Load-GL-Map.
           OPEN INPUT GL-Map-File.
           IF GL-Map-File-Found
               READ GL-Map-File
                   AT END SET End-Of-GL-Map TO TRUE
               END-READ

               PERFORM UNTIL End-Of-GL-Map
                   EVALUATE GM-Map-Type
                       WHEN "A"
                           MOVE GM-Account TO AR-Account
                       WHEN "F"
                           MOVE GM-Account TO Fin-Charge-Account
                   END-EVALUATE

                   READ GL-Map-File
                       AT END SET End-Of-GL-Map TO TRUE
                   END-READ
               END-PERFORM

               CLOSE GL-Map-File
           END-IF.

       Load-Invoice-Control.
           OPEN INPUT Invoice-Control-File.
           IF Invoice-Control-Found
               READ Invoice-Control-File
                   AT END CONTINUE
               END-READ

               IF Invoice-Control-Found
                   MOVE IC-Last-Invoice-Number TO Invoice-Number
               END-IF

               CLOSE Invoice-Control-File
           END-IF.

       Save-Invoice-Control.
           OPEN OUTPUT Invoice-Control-File.
           MOVE Invoice-Number TO IC-Last-Invoice-Number.
           WRITE Invoice-Control-Rec.
           CLOSE Invoice-Control-File.

       Convert-Date-To-Serial.
           COMPUTE DW-Year-Work = DW-Year - 1.
           COMPUTE DW-Leap-Count = DW-Year-Work / 4.
           COMPUTE DW-Rem = DW-Year-Work / 100.
           SUBTRACT DW-Rem FROM DW-Leap-Count.
           COMPUTE DW-Rem = DW-Year-Work / 400.
           ADD DW-Rem TO DW-Leap-Count.

           COMPUTE DW-Serial =
               DW-Year-Work * 365 + DW-Leap-Count
               + Month-Offset (DW-Month) + DW-Day.

           IF DW-Month > 2
               DIVIDE DW-Year BY 4 GIVING DW-Rem
                   REMAINDER DW-Month-Offset
               IF DW-Month-Offset = ZEROS
                   DIVIDE DW-Year BY 100 GIVING DW-Rem
                       REMAINDER DW-Month-Offset
                   IF DW-Month-Offset NOT = ZEROS
                       ADD 1 TO DW-Serial
                   ELSE
                       DIVIDE DW-Year BY 400 GIVING DW-Rem
                           REMAINDER DW-Month-Offset
                       IF DW-Month-Offset = ZEROS
                           ADD 1 TO DW-Serial
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Build-Past-Due-Work.
           OPEN OUTPUT Past-Due-Work-File.

           OPEN INPUT Invoice-Register.
           IF Register-Available
               READ Invoice-Register
                   AT END SET End-Of-Register TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Register
                   IF IR-Invoice-Open
                           AND IR-Invoice-Total > IR-Amount-Paid
                       PERFORM Write-One-Past-Due-Work
                   END-IF

                   READ Invoice-Register
                       AT END SET End-Of-Register TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Invoice-Register
           END-IF.

           CLOSE Past-Due-Work-File.

       Write-One-Past-Due-Work.
           MOVE IR-Invoice-Date TO DW-Date.
           PERFORM Convert-Date-To-Serial.
           COMPUTE Days-Outstanding = Today-Serial - DW-Serial.

           IF Days-Outstanding > Grace-Days
               MOVE IR-Customer-Id    TO FW-Customer-Id
               MOVE IR-Invoice-Date   TO FW-Invoice-Date
               MOVE IR-Invoice-Number TO FW-Invoice-Number
               MOVE Days-Outstanding  TO FW-Days-Past
               SUBTRACT IR-Amount-Paid FROM IR-Invoice-Total
                       GIVING FW-Open-Amount
               IF IR-Line-Count = ZEROS
                   MOVE "Y" TO FW-Charge-Flag
               ELSE
                   MOVE "N" TO FW-Charge-Flag
               END-IF
               WRITE Past-Due-Work-Rec
               ADD 1 TO Work-Records-Written
           END-IF.

       Process-Past-Due-Customers.
           MOVE SPACES TO Prev-Cust-Id.

           RETURN Past-Due-Sort-File
               AT END SET End-Of-Past-Due-Sort TO TRUE
           END-RETURN.

           PERFORM UNTIL End-Of-Past-Due-Sort
               IF FS-Customer-Id NOT = Prev-Cust-Id
                   IF Prev-Cust-Id NOT = SPACES
                       PERFORM Close-Past-Due-Customer
                   END-IF
                   MOVE FS-Customer-Id TO Prev-Cust-Id
                   MOVE ZEROS TO Cust-Charge-Basis
                   MOVE ZEROS TO Cust-Past-Due
                   MOVE ZEROS TO Cust-Oldest-Days
                   MOVE ZEROS TO Due-Line-Count
               END-IF

               ADD FS-Open-Amount TO Cust-Past-Due
               IF NOT FS-Finance-Charge
                   ADD FS-Open-Amount TO Cust-Charge-Basis
               END-IF
               IF FS-Days-Past > Cust-Oldest-Days
                   MOVE FS-Days-Past TO Cust-Oldest-Days
               END-IF
               IF Due-Line-Count < 40
                   ADD 1 TO Due-Line-Count
                   MOVE FS-Invoice-Number TO
                           DL-Invoice-Number (Due-Line-Count)
                   MOVE FS-Invoice-Date TO
                           DL-Invoice-Date (Due-Line-Count)
                   MOVE FS-Days-Past TO DL-Days-Past (Due-Line-Count)
                   MOVE FS-Open-Amount TO
                           DL-Open-Amount (Due-Line-Count)
               END-IF

               RETURN Past-Due-Sort-File
                   AT END SET End-Of-Past-Due-Sort TO TRUE
               END-RETURN
           END-PERFORM.

           IF Prev-Cust-Id NOT = SPACES
               PERFORM Close-Past-Due-Customer
           END-IF.

       Close-Past-Due-Customer.
           PERFORM Find-Collections-Entry.
           IF NOT Coll-Found
               PERFORM Add-Collections-Entry
           END-IF.

           IF Coll-Found
               MOVE "Y" TO CT-Seen-Flag (Coll-Slot)
               ADD 1 TO Customers-Past-Due

               MOVE "** UNKNOWN **" TO Dun-Cust-Name
               IF Cust-Master-Open
                   MOVE Prev-Cust-Id TO CM-Customer-Id
                   READ Customer-Master
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CM-Customer-Name TO Dun-Cust-Name
                   END-READ
               END-IF

               PERFORM Assess-Customer-Charge
               PERFORM Select-Notice-Level

               MOVE Prev-Cust-Id     TO Prn-Fin-Cust-Id
               MOVE Dun-Cust-Name    TO Prn-Fin-Cust-Name
               MOVE Cust-Oldest-Days TO Prn-Fin-Oldest
               MOVE Cust-Past-Due    TO Prn-Fin-Past-Due
               MOVE Cust-Charge      TO Prn-Fin-Charge
               MOVE Charge-Action    TO Prn-Fin-Invoice
               MOVE Letter-Action    TO Prn-Fin-Notice
               WRITE Fin-Charge-Print-Line FROM Fin-Detail-Line AFTER
                           ADVANCING 1 LINE
           END-IF.

       Find-Collections-Entry.
           MOVE "N" TO Coll-Found-Flag.
           PERFORM VARYING Coll-I FROM 1 BY 1
                   UNTIL Coll-I > Coll-Count OR Coll-Found
               IF CT-Customer-Id (Coll-I) = Prev-Cust-Id
                   MOVE "Y" TO Coll-Found-Flag
                   MOVE Coll-I TO Coll-Slot
               END-IF
           END-PERFORM.

       Add-Collections-Entry.
           IF Coll-Count < 999
               ADD 1 TO Coll-Count
               MOVE Coll-Count   TO Coll-Slot
               MOVE Prev-Cust-Id TO CT-Customer-Id (Coll-Slot)
               MOVE "N"          TO CT-FC-Exempt (Coll-Slot)
               MOVE ZEROS        TO CT-Notice-Level (Coll-Slot)
               MOVE ZEROS        TO CT-Last-Notice-Date (Coll-Slot)
               MOVE ZEROS        TO CT-Last-Charge-Period (Coll-Slot)
               MOVE "N"          TO CT-Seen-Flag (Coll-Slot)
               MOVE "Y"          TO Coll-Found-Flag
           ELSE
               MOVE "Y" TO Coll-Full-Flag
           END-IF.

       Assess-Customer-Charge.
           MOVE ZEROS TO Cust-Charge.
           MOVE SPACES TO Charge-Action.

           EVALUATE TRUE
               WHEN CT-FC-Exempt (Coll-Slot) = "Y"
                   MOVE "EXEMPT" TO Charge-Action
                   ADD 1 TO Charges-Exempt
               WHEN CT-Last-Charge-Period (Coll-Slot) = Run-Period
                   MOVE "DONE" TO Charge-Action
               WHEN Cust-Charge-Basis > ZEROS
                   COMPUTE Cust-Charge ROUNDED =
                       Cust-Charge-Basis * Monthly-Rate
                   IF Cust-Charge < Minimum-Charge
                       MOVE Minimum-Charge TO Cust-Charge
                   END-IF
                   PERFORM Write-Charge-Invoice
           END-EVALUATE.

       Write-Charge-Invoice.
           ADD 1 TO Invoice-Number.

           MOVE Invoice-Number TO IR-Invoice-Number.
           MOVE Prev-Cust-Id   TO IR-Customer-Id.
           MOVE Run-Date-Stamp TO IR-Invoice-Date.
           MOVE ZEROS          TO IR-Line-Count.
           MOVE Cust-Charge    TO IR-Invoice-Total.
           MOVE ZEROS          TO IR-Amount-Paid.
           MOVE "O"            TO IR-Status.
           MOVE ZEROS          TO IR-Run-Number.
           MOVE ZEROS          TO IR-Tax-Total.
           WRITE Invoice-Register-Rec.

           IF Cust-Master-Open
               MOVE Prev-Cust-Id TO CM-Customer-Id
               READ Customer-Master
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD Cust-Charge TO CM-Curr-Balance
                       REWRITE Customer-Master-Rec
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-IF.

           MOVE Run-Period TO CT-Last-Charge-Period (Coll-Slot).
           ADD 1 TO Charges-Raised.
           ADD Cust-Charge TO Total-Charges.
           MOVE Invoice-Number TO Charge-Action.

       Select-Notice-Level.
           MOVE SPACES TO Letter-Action.

           EVALUATE TRUE
               WHEN Cust-Oldest-Days < 30
                   MOVE ZEROS TO Bucket-Level
               WHEN Cust-Oldest-Days < 60
                   MOVE 1 TO Bucket-Level
               WHEN Cust-Oldest-Days < 90
                   MOVE 2 TO Bucket-Level
               WHEN OTHER
                   MOVE 3 TO Bucket-Level
           END-EVALUATE.

           IF CT-Notice-Level (Coll-Slot) < 3
               COMPUTE Letter-Level = CT-Notice-Level (Coll-Slot) + 1
           ELSE
               MOVE 3 TO Letter-Level
           END-IF.
           IF Bucket-Level > Letter-Level
               MOVE Bucket-Level TO Letter-Level
           END-IF.

           EVALUATE TRUE
               WHEN Bucket-Level = ZEROS
                   CONTINUE
               WHEN CT-Last-Notice-Date (Coll-Slot) (1:6) = Run-Period
                   MOVE "SENT" TO Letter-Action
               WHEN CT-Notice-Level (Coll-Slot) = 3
                   MOVE "FINAL SENT" TO Letter-Action
               WHEN OTHER
                   MOVE Letter-Level TO CT-Notice-Level (Coll-Slot)
                   MOVE Run-Date-Stamp TO
                           CT-Last-Notice-Date (Coll-Slot)
                   PERFORM Print-Dunning-Letter
           END-EVALUATE.

       Print-Dunning-Letter.
           EVALUATE Letter-Level
               WHEN 1
                   MOVE "FIRST"          TO Letter-Action
                   MOVE "FIRST NOTICE - ACCOUNT PAST DUE"
                       TO Prn-Dun-Title
                   ADD 1 TO First-Notices
               WHEN 2
                   MOVE "SECOND"         TO Letter-Action
                   MOVE "SECOND NOTICE - ACCOUNT PAST DUE"
                       TO Prn-Dun-Title
                   ADD 1 TO Second-Notices
               WHEN OTHER
                   MOVE "FINAL"          TO Letter-Action
                   MOVE "FINAL DEMAND FOR PAYMENT"
                       TO Prn-Dun-Title
                   ADD 1 TO Final-Demands
           END-EVALUATE.

           MOVE Run-Date-Stamp TO Prn-Dun-Date.
           WRITE Dunning-Print-Line FROM Dun-Heading-Line AFTER
                       ADVANCING PAGE.
           WRITE Dunning-Print-Line FROM Dun-Title-Line AFTER
                       ADVANCING 2 LINES.

           MOVE Dun-Cust-Name TO Prn-Dun-Cust-Name.
           MOVE Prev-Cust-Id  TO Prn-Dun-Cust-Id.
           WRITE Dunning-Print-Line FROM Dun-Cust-Line AFTER
                       ADVANCING 2 LINES.

           EVALUATE Letter-Level
               WHEN 1
                   MOVE "OUR RECORDS SHOW THE INVOICES BELOW ARE"
                       TO Dun-Text-Line
                   WRITE Dunning-Print-Line FROM Dun-Text-Line AFTER
                               ADVANCING 2 LINES
                   MOVE "PAST DUE. PLEASE REMIT PAYMENT PROMPTLY."
                       TO Dun-Text-Line
               WHEN 2
                   MOVE "WE HAVE NOT RECEIVED PAYMENT SINCE OUR"
                       TO Dun-Text-Line
                   WRITE Dunning-Print-Line FROM Dun-Text-Line AFTER
                               ADVANCING 2 LINES
                   MOVE "EARLIER NOTICE. PLEASE REMIT WITHIN 10 DAYS."
                       TO Dun-Text-Line
               WHEN OTHER
                   MOVE "FINAL DEMAND. UNLESS PAYMENT IS RECEIVED"
                       TO Dun-Text-Line
                   WRITE Dunning-Print-Line FROM Dun-Text-Line AFTER
                               ADVANCING 2 LINES
                   MOVE "WITHIN 7 DAYS THE ACCOUNT WILL BE HELD."
                       TO Dun-Text-Line
           END-EVALUATE.
           WRITE Dunning-Print-Line FROM Dun-Text-Line AFTER
                       ADVANCING 1 LINE.

           WRITE Dunning-Print-Line FROM Dun-Topic-Line AFTER
                       ADVANCING 2 LINES.
           PERFORM VARYING Due-I FROM 1 BY 1
                   UNTIL Due-I > Due-Line-Count
               MOVE DL-Invoice-Number (Due-I) TO Prn-Dun-Invoice
               MOVE DL-Invoice-Date (Due-I)   TO Prn-Dun-Inv-Date
               MOVE DL-Days-Past (Due-I)      TO Prn-Dun-Days
               MOVE DL-Open-Amount (Due-I)    TO Prn-Dun-Amount
               WRITE Dunning-Print-Line FROM Dun-Detail-Line AFTER
                           ADVANCING 1 LINE
           END-PERFORM.

           ADD Cust-Past-Due Cust-Charge GIVING Prn-Dun-Total.
           WRITE Dunning-Print-Line FROM Dun-Total-Line AFTER
                       ADVANCING 2 LINES.

       Reset-Current-Customers.
           PERFORM VARYING Coll-I FROM 1 BY 1
                   UNTIL Coll-I > Coll-Count
               IF CT-Seen-Flag (Coll-I) NOT = "Y"
                   MOVE ZEROS TO CT-Notice-Level (Coll-I)
               END-IF
           END-PERFORM.

       Rewrite-Collections.
           OPEN OUTPUT Collections-File.

           PERFORM VARYING Coll-I FROM 1 BY 1
                   UNTIL Coll-I > Coll-Count
               MOVE CT-Customer-Id (Coll-I)  TO CL-Customer-Id
               MOVE CT-FC-Exempt (Coll-I)    TO CL-FC-Exempt
               MOVE CT-Notice-Level (Coll-I) TO CL-Notice-Level
               MOVE CT-Last-Notice-Date (Coll-I) TO
                       CL-Last-Notice-Date
               MOVE CT-Last-Charge-Period (Coll-I) TO
                       CL-Last-Charge-Period
               WRITE Collections-Rec
           END-PERFORM.

           CLOSE Collections-File.

       Write-GL-Charge-Lines.
           IF Total-Charges NOT = ZEROS
               OPEN EXTEND GL-Posting-File
               IF GL-Posting-Missing
                   OPEN OUTPUT GL-Posting-File
               END-IF

               MOVE AR-Account         TO GP-Account
               MOVE "D"                TO GP-Debit-Credit
               MOVE Total-Charges      TO GP-Amount
               MOVE Run-Date-Stamp     TO GP-Run-Date
               MOVE ZEROS              TO GP-Run-Number
               MOVE "AR FINANCE CHARGES" TO GP-Description
               WRITE GL-Posting-Rec

               MOVE Fin-Charge-Account TO GP-Account
               MOVE "C"                TO GP-Debit-Credit
               MOVE Total-Charges      TO GP-Amount
               MOVE Run-Date-Stamp     TO GP-Run-Date
               MOVE ZEROS              TO GP-Run-Number
               MOVE "FINANCE CHG INCOME" TO GP-Description
               WRITE GL-Posting-Rec

               CLOSE GL-Posting-File
           END-IF.
