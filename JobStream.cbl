       IDENTIFICATION DIVISION.
       PROGRAM-ID.  JobStream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Job-Definition-File ASSIGN TO "JOBSTREAM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Job-Definition-Status.

           SELECT Job-State-File ASSIGN TO "JOBSTATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Job-State-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCONTROL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Run-Control-Status.

           SELECT Run-Log-File ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Run-Log-Status.

           SELECT Job-Report ASSIGN TO "JOBSTREAM.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Job-Definition-File.
       01 Job-Definition-Rec.
           88 End-Of-Job-Definition VALUE HIGH-VALUES.
           02  JS-Step-Id                  PIC X(8).
           02  JS-Command                  PIC X(40).
           02  JS-Pred-Id                  PIC X(8) OCCURS 3 TIMES.
           02  JS-Optional-Flag            PIC X.

       FD Job-State-File.
       01 Job-State-Rec.
           88 End-Of-Job-State     VALUE HIGH-VALUES.
           02  SS-Step-Id                  PIC X(8).
           02  SS-Outcome                  PIC X.
           02  SS-Run-Number               PIC 9(6).
           02  SS-End-Date                 PIC 9(8).

       FD Run-Control-File.
       01 Run-Control-Rec.
           02  RC-Last-Run-Number          PIC 9(6).

       FD Run-Log-File.
       01 Run-Log-Rec                      PIC X(80).

       FD Job-Report.
       01 Job-Print-Line                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  Job-Definition-Status        PIC XX.
           88  Job-Definition-Found        VALUE "00".

       01  Job-State-Status             PIC XX.
           88  Job-State-Found             VALUE "00".

       01  Run-Control-Status           PIC XX.
           88  Run-Control-Found           VALUE "00".

       01  Run-Log-Status               PIC XX.
           88  Run-Log-Missing             VALUE "35".

       01  Run-Date-Stamp               PIC 9(8).
       01  Run-Time-Stamp               PIC 9(8).
       01  Run-Number                   PIC 9(6) VALUE ZEROS.

       01  Step-Table.
           02  Step-Count                PIC 99 VALUE ZEROS.
           02  Step-Entry OCCURS 50 TIMES.
               03  ST-Step-Id            PIC X(8).
               03  ST-Command            PIC X(40).
               03  ST-Pred-Id            PIC X(8) OCCURS 3 TIMES.
               03  ST-Optional-Flag      PIC X.
                   88  ST-Optional        VALUE "Y".
               03  ST-Outcome            PIC X.
                   88  ST-Complete        VALUE "C".
                   88  ST-Failed          VALUE "F".
                   88  ST-Running         VALUE "R".
                   88  ST-Warned          VALUE "W".
                   88  ST-Skipped         VALUE "S".
               03  ST-Run-Number         PIC 9(6).
               03  ST-End-Date           PIC 9(8).
           02  Step-I                    PIC 99.
           02  Step-J                    PIC 99.
           02  Pred-I                    PIC 9.
           02  Step-Found-Flag           PIC X.
               88  Step-Found             VALUE "Y".
           02  Step-Slot                 PIC 99.

       01  Stream-Switches.
           02  Definition-Error-Flag     PIC X VALUE "N".
               88  Definition-Error       VALUE "Y".
           02  Restart-Flag              PIC X VALUE "N".
               88  Restart-Run            VALUE "Y".
           02  Stream-Failed-Flag        PIC X VALUE "N".
               88  Stream-Failed          VALUE "Y".
           02  Preds-Done-Flag           PIC X.
               88  Preds-Done             VALUE "Y".
           02  Too-Many-Steps-Flag       PIC X VALUE "N".
               88  Too-Many-Steps         VALUE "Y".

       01  Step-Work-Fields.
           02  Step-Return-Code          PIC S9(4) VALUE ZEROS.
           02  Step-Command-Line         PIC X(41).
           02  Failed-Step-Id            PIC X(8) VALUE SPACES.
           02  Definition-Error-Text     PIC X(40) VALUE SPACES.

       01  Stream-Counters.
           02  Steps-Run                 PIC 99 VALUE ZEROS.
           02  Steps-Bypassed            PIC 99 VALUE ZEROS.
           02  Steps-Warned              PIC 99 VALUE ZEROS.
           02  Steps-Skipped             PIC 99 VALUE ZEROS.

       01  Run-Log-Step-Line.
           02  FILLER                    PIC X VALUE "J".
           02  RLJ-Run-Number            PIC 9(6).
           02  FILLER                    PIC X VALUE SPACE.
           02  RLJ-Step-Id               PIC X(8).
           02  FILLER                    PIC X VALUE SPACE.
           02  RLJ-Event                 PIC X(5).
           02  FILLER                    PIC X VALUE SPACE.
           02  RLJ-Date                  PIC 9(8).
           02  FILLER                    PIC X VALUE SPACE.
           02  RLJ-Time                  PIC 9(8).
           02  FILLER                    PIC X(4) VALUE " RC ".
           02  RLJ-Return-Code           PIC 9(4).
           02  FILLER                    PIC X VALUE SPACE.
           02  RLJ-Outcome               PIC X(10).
           02  FILLER                    PIC X(10) VALUE " FROM RUN ".
           02  RLJ-Start-Run-Number      PIC 9(6).

       01  Job-Heading-Line.
           02  FILLER                 PIC X(34) VALUE
               "NIGHTLY JOB STREAM           DATE ".
           02  Prn-Job-Date           PIC 9(4)/99/99.
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Job-Mode           PIC X(7).

       01  Job-Topic-Line.
           02  FILLER                 PIC X(10) VALUE "STEP".
           02  FILLER                 PIC X(42) VALUE "COMMAND".
           02  FILLER                 PIC X(6) VALUE "RUN-NO".
           02  FILLER                 PIC X(6) VALUE "    RC".
           02  FILLER                 PIC X(11) VALUE "  OUTCOME".

       01  Job-Detail-Line.
           02  Prn-Job-Step           PIC X(8).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Job-Command        PIC X(40).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Job-Run-Number     PIC 9(6).
           02  Prn-Job-Return-Code    PIC ----9.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Job-Outcome        PIC X(12).

       01  Job-Totals-Line.
           02  FILLER                 PIC X(16) VALUE
               "STEPS RUN      :".
           02  Prn-Steps-Run          PIC Z9.
           02  FILLER                 PIC X(16) VALUE
               "  ALREADY DONE :".
           02  Prn-Steps-Bypassed     PIC Z9.
           02  FILLER                 PIC X(12) VALUE "  WARNINGS :".
           02  Prn-Steps-Warned       PIC Z9.
           02  FILLER                 PIC X(11) VALUE "  SKIPPED :".
           02  Prn-Steps-Skipped      PIC Z9.

       01  Job-Outcome-Line.
           02  FILLER                 PIC X(16) VALUE
               "STREAM OUTCOME :".
           02  Prn-Stream-Outcome     PIC X(20).
           02  Prn-Failed-Step        PIC X(8).

       01  Job-Restart-Line             PIC X(60) VALUE
           "RERUN WILL RESUME AT THE FAILED STEP".

       01  Job-Error-Line.
           02  FILLER                 PIC X(26) VALUE
               "JOBSTREAM.DAT REJECTED - ".
           02  Prn-Definition-Error   PIC X(40).

       PROCEDURE DIVISION.
       Run-Job-Stream.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.

           OPEN OUTPUT Job-Report.
           MOVE Run-Date-Stamp TO Prn-Job-Date.

           PERFORM Load-Job-Definitions.
           IF NOT Definition-Error
               PERFORM Check-Predecessors
           END-IF.

           IF Definition-Error
               MOVE SPACES TO Prn-Job-Mode
               WRITE Job-Print-Line FROM Job-Heading-Line AFTER
                           ADVANCING 1 LINE
               MOVE Definition-Error-Text TO Prn-Definition-Error
               WRITE Job-Print-Line FROM Job-Error-Line AFTER
                           ADVANCING 2 LINES
               DISPLAY "JOBSTREAM.DAT REJECTED - "
                       Definition-Error-Text
               CLOSE Job-Report
               STOP RUN
           END-IF.

           PERFORM Load-Job-State.

           IF Restart-Run
               MOVE "RESTART" TO Prn-Job-Mode
           ELSE
               MOVE "NEW RUN" TO Prn-Job-Mode
           END-IF.
           WRITE Job-Print-Line FROM Job-Heading-Line AFTER
                       ADVANCING 1 LINE.
           WRITE Job-Print-Line FROM Job-Topic-Line AFTER
                       ADVANCING 2 LINES.

           OPEN EXTEND Run-Log-File.
           IF Run-Log-Missing
               OPEN OUTPUT Run-Log-File
           END-IF.

           MOVE "*STREAM*" TO RLJ-Step-Id.
           MOVE "START"    TO RLJ-Event.
           MOVE ZEROS      TO RLJ-Return-Code.
           MOVE Run-Number TO RLJ-Start-Run-Number.
           MOVE Prn-Job-Mode TO RLJ-Outcome.
           PERFORM Write-Run-Log-Line.

           PERFORM VARYING Step-I FROM 1 BY 1
                   UNTIL Step-I > Step-Count OR Stream-Failed
               PERFORM Process-One-Step
           END-PERFORM.

           MOVE "*STREAM*" TO RLJ-Step-Id.
           MOVE "END"      TO RLJ-Event.
           MOVE ZEROS      TO RLJ-Return-Code.
           MOVE Run-Number TO RLJ-Start-Run-Number.
           IF Stream-Failed
               MOVE "FAILED"   TO RLJ-Outcome
           ELSE
               MOVE "COMPLETE" TO RLJ-Outcome
           END-IF.
           PERFORM Write-Run-Log-Line.
           CLOSE Run-Log-File.

           MOVE Steps-Run      TO Prn-Steps-Run.
           MOVE Steps-Bypassed TO Prn-Steps-Bypassed.
           MOVE Steps-Warned   TO Prn-Steps-Warned.
           MOVE Steps-Skipped  TO Prn-Steps-Skipped.
           WRITE Job-Print-Line FROM Job-Totals-Line AFTER
                       ADVANCING 2 LINES.

           IF Stream-Failed
               MOVE "STOPPED AT STEP " TO Prn-Stream-Outcome
               MOVE Failed-Step-Id     TO Prn-Failed-Step
           ELSE
               MOVE "COMPLETE"         TO Prn-Stream-Outcome
               MOVE SPACES             TO Prn-Failed-Step
           END-IF.
           WRITE Job-Print-Line FROM Job-Outcome-Line AFTER
                       ADVANCING 1 LINE.

           IF Stream-Failed
               WRITE Job-Print-Line FROM Job-Restart-Line AFTER
                           ADVANCING 1 LINE
               DISPLAY "JOB STREAM STOPPED AT STEP " Failed-Step-Id
           ELSE
               DISPLAY "JOB STREAM COMPLETE"
           END-IF.

           CLOSE Job-Report.

           STOP RUN.

       Load-Job-Definitions.
           OPEN INPUT Job-Definition-File.
           IF NOT Job-Definition-Found
               MOVE "Y" TO Definition-Error-Flag
               MOVE "FILE MISSING" TO Definition-Error-Text
           ELSE
               READ Job-Definition-File
                   AT END SET End-Of-Job-Definition TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Job-Definition
                   IF JS-Step-Id NOT = SPACES
                       IF Step-Count < 50
                           ADD 1 TO Step-Count
                           MOVE JS-Step-Id TO ST-Step-Id (Step-Count)
                           MOVE JS-Command TO ST-Command (Step-Count)
                           PERFORM VARYING Pred-I FROM 1 BY 1
                                   UNTIL Pred-I > 3
                               MOVE JS-Pred-Id (Pred-I) TO
                                       ST-Pred-Id (Step-Count, Pred-I)
                           END-PERFORM
                           MOVE JS-Optional-Flag TO
                                   ST-Optional-Flag (Step-Count)
                           MOVE SPACE TO ST-Outcome (Step-Count)
                           MOVE ZEROS TO ST-Run-Number (Step-Count)
                           MOVE ZEROS TO ST-End-Date (Step-Count)
                       ELSE
                           MOVE "Y" TO Too-Many-Steps-Flag
                       END-IF
                   END-IF

                   READ Job-Definition-File
                       AT END SET End-Of-Job-Definition TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Job-Definition-File

               EVALUATE TRUE
                   WHEN Too-Many-Steps
                       MOVE "Y" TO Definition-Error-Flag
                       MOVE "MORE THAN 50 STEPS"
                           TO Definition-Error-Text
                   WHEN Step-Count = ZEROS
                       MOVE "Y" TO Definition-Error-Flag
                       MOVE "NO STEPS DEFINED"
                           TO Definition-Error-Text
               END-EVALUATE
           END-IF.

       Check-Predecessors.
           PERFORM VARYING Step-I FROM 1 BY 1
                   UNTIL Step-I > Step-Count OR Definition-Error
               PERFORM VARYING Pred-I FROM 1 BY 1
                       UNTIL Pred-I > 3 OR Definition-Error
                   IF ST-Pred-Id (Step-I, Pred-I) NOT = SPACES
                       MOVE "N" TO Step-Found-Flag
                       PERFORM VARYING Step-J FROM 1 BY 1
                               UNTIL Step-J >= Step-I OR Step-Found
                           IF ST-Step-Id (Step-J)
                                   = ST-Pred-Id (Step-I, Pred-I)
                               MOVE "Y" TO Step-Found-Flag
                           END-IF
                       END-PERFORM
                       IF NOT Step-Found
                           MOVE "Y" TO Definition-Error-Flag
                           STRING "STEP " ST-Step-Id (Step-I)
                                   " NEEDS "
                                   ST-Pred-Id (Step-I, Pred-I)
                                   DELIMITED BY SIZE
                               INTO Definition-Error-Text
                           END-STRING
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       Load-Job-State.
           OPEN INPUT Job-State-File.
           IF Job-State-Found
               READ Job-State-File
                   AT END SET End-Of-Job-State TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Job-State
                   PERFORM Find-State-Step
                   IF Step-Found
                       MOVE SS-Outcome TO ST-Outcome (Step-Slot)
                       MOVE SS-Run-Number TO ST-Run-Number (Step-Slot)
                       MOVE SS-End-Date TO ST-End-Date (Step-Slot)
                       IF SS-Outcome = "F" OR SS-Outcome = "R"
                           MOVE "Y" TO Restart-Flag
                       END-IF
                   END-IF

                   READ Job-State-File
                       AT END SET End-Of-Job-State TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Job-State-File
           END-IF.

           IF NOT Restart-Run
               PERFORM VARYING Step-I FROM 1 BY 1
                       UNTIL Step-I > Step-Count
                   MOVE SPACE TO ST-Outcome (Step-I)
               END-PERFORM
           END-IF.

       Find-State-Step.
           MOVE "N" TO Step-Found-Flag.
           PERFORM VARYING Step-J FROM 1 BY 1
                   UNTIL Step-J > Step-Count OR Step-Found
               IF ST-Step-Id (Step-J) = SS-Step-Id
                   MOVE "Y" TO Step-Found-Flag
                   MOVE Step-J TO Step-Slot
               END-IF
           END-PERFORM.

       Process-One-Step.
           PERFORM Load-Run-Number.
           MOVE ST-Step-Id (Step-I) TO Prn-Job-Step.
           MOVE ST-Command (Step-I) TO Prn-Job-Command.
           MOVE ZEROS TO Prn-Job-Return-Code.

           IF ST-Complete (Step-I) OR ST-Warned (Step-I)
                   OR ST-Skipped (Step-I)
               ADD 1 TO Steps-Bypassed
               MOVE ST-Run-Number (Step-I) TO Prn-Job-Run-Number
               EVALUATE TRUE
                   WHEN ST-Warned (Step-I)
                       MOVE "DONE WARNING" TO Prn-Job-Outcome
                   WHEN ST-Skipped (Step-I)
                       MOVE "DONE SKIPPED" TO Prn-Job-Outcome
                   WHEN OTHER
                       MOVE "ALREADY DONE" TO Prn-Job-Outcome
               END-EVALUATE
               WRITE Job-Print-Line FROM Job-Detail-Line AFTER
                           ADVANCING 1 LINE
           ELSE
               MOVE Run-Number TO Prn-Job-Run-Number
               PERFORM Check-Step-Predecessors
               IF Preds-Done
                   PERFORM Execute-Step
               ELSE
                   PERFORM Skip-Step
               END-IF
               PERFORM Save-Job-State
           END-IF.

       Check-Step-Predecessors.
           MOVE "Y" TO Preds-Done-Flag.
           PERFORM VARYING Pred-I FROM 1 BY 1 UNTIL Pred-I > 3
               IF ST-Pred-Id (Step-I, Pred-I) NOT = SPACES
                   PERFORM VARYING Step-J FROM 1 BY 1
                           UNTIL Step-J >= Step-I
                       IF ST-Step-Id (Step-J)
                               = ST-Pred-Id (Step-I, Pred-I)
                               AND NOT ST-Complete (Step-J)
                               AND NOT ST-Warned (Step-J)
                               AND NOT ST-Skipped (Step-J)
                           MOVE "N" TO Preds-Done-Flag
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       Execute-Step.
           MOVE "R" TO ST-Outcome (Step-I).
           MOVE Run-Number TO ST-Run-Number (Step-I).
           PERFORM Save-Job-State.

           MOVE ST-Step-Id (Step-I) TO RLJ-Step-Id.
           MOVE "START" TO RLJ-Event.
           MOVE ZEROS   TO RLJ-Return-Code.
           MOVE "RUNNING" TO RLJ-Outcome.
           MOVE Run-Number TO RLJ-Start-Run-Number.
           PERFORM Write-Run-Log-Line.

           DISPLAY "STEP " ST-Step-Id (Step-I) " STARTED".
           MOVE SPACES TO Step-Command-Line.
           MOVE ST-Command (Step-I) TO Step-Command-Line.
           CALL "SYSTEM" USING Step-Command-Line.
           MOVE RETURN-CODE TO Step-Return-Code.
           MOVE ZEROS TO RETURN-CODE.
           ADD 1 TO Steps-Run.

           PERFORM Load-Run-Number.
           MOVE Run-Date-Stamp TO ST-End-Date (Step-I).

           EVALUATE TRUE
               WHEN Step-Return-Code = ZEROS
                   MOVE "C" TO ST-Outcome (Step-I)
                   MOVE "COMPLETE" TO RLJ-Outcome
               WHEN ST-Optional (Step-I)
                   MOVE "W" TO ST-Outcome (Step-I)
                   MOVE "WARNING" TO RLJ-Outcome
                   ADD 1 TO Steps-Warned
               WHEN OTHER
                   MOVE "F" TO ST-Outcome (Step-I)
                   MOVE "FAILED" TO RLJ-Outcome
                   MOVE "Y" TO Stream-Failed-Flag
                   MOVE ST-Step-Id (Step-I) TO Failed-Step-Id
           END-EVALUATE.

           MOVE ST-Step-Id (Step-I) TO RLJ-Step-Id.
           MOVE "END" TO RLJ-Event.
           MOVE ST-Run-Number (Step-I) TO RLJ-Start-Run-Number.
           IF Step-Return-Code < ZEROS
               MOVE 9999 TO RLJ-Return-Code
           ELSE
               MOVE Step-Return-Code TO RLJ-Return-Code
           END-IF.
           PERFORM Write-Run-Log-Line.

           DISPLAY "STEP " ST-Step-Id (Step-I) " " RLJ-Outcome.

           MOVE Step-Return-Code TO Prn-Job-Return-Code.
           MOVE RLJ-Outcome      TO Prn-Job-Outcome.
           WRITE Job-Print-Line FROM Job-Detail-Line AFTER
                       ADVANCING 1 LINE.

       Skip-Step.
           MOVE ST-Step-Id (Step-I) TO RLJ-Step-Id.
           MOVE "SKIP"  TO RLJ-Event.
           MOVE ZEROS   TO RLJ-Return-Code.
           MOVE Run-Number TO RLJ-Start-Run-Number.

           IF ST-Optional (Step-I)
               MOVE "S" TO ST-Outcome (Step-I)
               MOVE "PRED NOT OK" TO RLJ-Outcome
               ADD 1 TO Steps-Skipped
           ELSE
               MOVE "F" TO ST-Outcome (Step-I)
               MOVE "PRED FAILED" TO RLJ-Outcome
               MOVE "Y" TO Stream-Failed-Flag
               MOVE ST-Step-Id (Step-I) TO Failed-Step-Id
           END-IF.
           PERFORM Write-Run-Log-Line.

           DISPLAY "STEP " ST-Step-Id (Step-I) " " RLJ-Outcome.

           MOVE RLJ-Outcome TO Prn-Job-Outcome.
           WRITE Job-Print-Line FROM Job-Detail-Line AFTER
                       ADVANCING 1 LINE.

       Load-Run-Number.
           OPEN INPUT Run-Control-File.
           IF Run-Control-Found
               READ Run-Control-File
                   AT END CONTINUE
               END-READ

               IF Run-Control-Found
                   MOVE RC-Last-Run-Number TO Run-Number
               END-IF

               CLOSE Run-Control-File
           END-IF.

       Write-Run-Log-Line.
           ACCEPT Run-Time-Stamp FROM TIME.
           MOVE Run-Number     TO RLJ-Run-Number.
           MOVE Run-Date-Stamp TO RLJ-Date.
           MOVE Run-Time-Stamp TO RLJ-Time.
           WRITE Run-Log-Rec FROM Run-Log-Step-Line.

       Save-Job-State.
           OPEN OUTPUT Job-State-File.

           PERFORM VARYING Step-J FROM 1 BY 1
                   UNTIL Step-J > Step-Count
               MOVE ST-Step-Id (Step-J)    TO SS-Step-Id
               MOVE ST-Outcome (Step-J)    TO SS-Outcome
               MOVE ST-Run-Number (Step-J) TO SS-Run-Number
               MOVE ST-End-Date (Step-J)   TO SS-End-Date
               WRITE Job-State-Rec
           END-PERFORM.

           CLOSE Job-State-File.
