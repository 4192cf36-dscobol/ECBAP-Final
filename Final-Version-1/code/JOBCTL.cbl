      ***********************************************************
      * Program name:    JOBCTL
      * Original author: David Stagowski
      *
      *    Description: Job-stream controller for the nightly
      *       post-PSAP chain.
      *
      *    After PSAP finishes, GENKEEP, RECMATCH, RETURNS, the
      *    EDI steps, APMATCH, PROMOTE and the reports were being
      *    run one at a time off a paper checklist, and when a
      *    step failed overnight nobody could say which of the
      *    earlier steps had already gone.  This reads the step
      *    table, CALLs each step program in order, and records
      *    every step's completion and return code in the
      *    step-state file as it goes.
      *
      *    Restart: a rerun after a failure reads the step-state
      *    file back and skips every step already marked complete
      *    -- the chain picks up at the failed step instead of
      *    starting over.  Once every step of the table has
      *    completed, the next run is a fresh cycle from step 1.
      *
      *    Step table (one per line, ../data/jobctl-steps.dat.txt):
      *      1-2    step number
      *      3-10   program name (the CALL target)
      *      11-12  highest acceptable return code -- anything
      *             higher fails the step and stops the chain
      *      13-22  up to five required prior step numbers (2
      *             digits each, 00 = none) -- each must be
      *             complete in the step-state file before this
      *             step may run
      *      23-62  description, for the audit lines
      *
      *    Step state (../data/jobctl-state.dat.txt) is rewritten
      *    in full after every step, so an abend mid-chain still
      *    leaves the last finished step on record.
      *
      *    One line per step run and a closing summary line go to
      *    the PSAPAUD audit trail.  They lead with the program
      *    name rather than a date so the driver's last-business-
      *    date scan of the trail (first 8 bytes) never mistakes
      *    a controller line for a PSAP run.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-08 dastagg       Created for the post-PSAP chain
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StepTableFile
           ASSIGN TO "../data/jobctl-steps.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StepTableFile-Status.

      *    Read once at start for restart, then rewritten whole
      *    after each step.
           SELECT StepStateFile
           ASSIGN TO "../data/jobctl-state.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StepStateFile-Status.

      *    The same DD-resolved trail PSAP and PROMOTE append to.
           SELECT AuditTrail
           ASSIGN TO PSAPAUD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AuditTrail-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StepTableFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Step-Record.
           05 FD-Step-Number            PIC 9(02).
           05 FD-Step-Program           PIC X(08).
           05 FD-Step-Max-RC            PIC 9(02).
           05 FD-Step-Prereq            PIC 9(02) OCCURS 5 TIMES.
           05 FD-Step-Desc              PIC X(40).

       FD  StepStateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-State-Record.
           05 FD-State-Step-Number      PIC 9(02).
           05 FD-State-Program          PIC X(08).
           05 FD-State-Status           PIC X(01).
           05 FD-State-RC               PIC 9(03).
           05 FD-State-Date             PIC 9(08).
           05 FD-State-Time             PIC X(06).

       FD  AuditTrail
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Audit-Record              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==StepTableFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StepStateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AuditTrail==.

      *    The chain, in table order, with each step's state for
      *    this cycle.  Status: ' ' not yet run, 'C' complete,
      *    'F' failed.
       01  WS-Step-Table-Storage.
           12 WS-Step-Max-Cnt           PIC S9(4) COMP VALUE +99.
           12 WS-Step-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Step-Table OCCURS 0 TO 99 TIMES
              DEPENDING ON WS-Step-Cnt
              INDEXED BY WS-Step-IDX WS-Prior-IDX.
              15 WS-Step-Number         PIC 9(02).
              15 WS-Step-Program        PIC X(08).
              15 WS-Step-Max-RC         PIC 9(02).
              15 WS-Step-Prereq         PIC 9(02) OCCURS 5 TIMES.
              15 WS-Step-Desc           PIC X(40).
              15 WS-Step-Status         PIC X(01).
                 88 WS-Step-Complete       VALUE 'C'.
                 88 WS-Step-Failed         VALUE 'F'.
                 88 WS-Step-Not-Run        VALUE ' '.
              15 WS-Step-RC             PIC 9(03).
              15 WS-Step-Date           PIC 9(08).
              15 WS-Step-Time           PIC X(06).

       01  WS-Run-Counters.
           12 WS-Steps-Run-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Steps-Skipped-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 WS-State-Rows-Read-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 WS-Prereq-Sub             PIC S9(4) COMP VALUE ZERO.

       01  WS-Control-Fields.
           12 WS-Chain-Flag             PIC X VALUE 'Y'.
              88 WS-Chain-Running          VALUE 'Y'.
              88 WS-Chain-Stopped          VALUE 'N'.
           12 WS-Restart-Flag           PIC X VALUE 'N'.
              88 WS-Restart-Run            VALUE 'Y'.
           12 WS-Prereq-Flag            PIC X VALUE 'Y'.
              88 WS-Prereqs-Met            VALUE 'Y'.
              88 WS-Prereqs-Not-Met        VALUE 'N'.
           12 WS-Prereq-Found-Flag      PIC X VALUE 'N'.
              88 WS-Prereq-Found           VALUE 'Y'.
           12 WS-Call-Flag              PIC X VALUE 'Y'.
              88 WS-Call-Ok                VALUE 'Y'.
              88 WS-Call-Not-Found         VALUE 'N'.
           12 WS-Step-Result-RC         PIC S9(4) COMP VALUE ZERO.
           12 WS-Failed-Step-Number     PIC 9(02) VALUE ZERO.
           12 WS-Failed-Reason          PIC X(20) VALUE SPACES.
           12 WS-Restart-Step-Number    PIC 9(02) VALUE ZERO.

       01  WS-Call-Target               PIC X(08) VALUE SPACES.

       01  WS-Audit-Fields.
           12 WS-Run-Date               PIC 9(08) VALUE ZERO.
           12 WS-Run-Time               PIC X(06) VALUE SPACES.
           12 WS-Audit-Result           PIC X(10) VALUE SPACES.
           12 WS-RC-Edit                PIC ZZ9.
           12 WS-Count-Edit             PIC ZZ9.
           12 WS-Skip-Edit              PIC ZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Run-One-Step
              VARYING WS-Step-IDX FROM 1 BY 1
              UNTIL WS-Step-IDX > WS-Step-Cnt OR
                    WS-Chain-Stopped.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "JOBCTL: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Run-Time.
           PERFORM 1010-Load-Step-Table.
           PERFORM 1020-Load-Step-State.
           OPEN EXTEND AuditTrail.
           IF NOT WS-AuditTrail-Good
              OPEN OUTPUT AuditTrail
           END-IF.
           IF WS-Restart-Run
              DISPLAY "JOBCTL: restart -- resuming at step "
                 WS-Restart-Step-Number
           END-IF.

      *    No step table means there is no chain to run -- that
      *    is an operations error, not a quiet night.
       1010-Load-Step-Table.
           OPEN INPUT StepTableFile.
           IF NOT WS-StepTableFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "jobctl-steps" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1010-Load-Step-Table"
              DISPLAY "Open StepTableFile Failed."
              DISPLAY "File Status: " WS-StepTableFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1015-Load-One-Step UNTIL WS-StepTableFile-EOF.
           CLOSE StepTableFile.

       1015-Load-One-Step.
           READ StepTableFile
              AT END SET WS-StepTableFile-EOF TO TRUE
           END-READ.
           IF WS-StepTableFile-Good
              IF FD-Step-Number IS NUMERIC AND
                 FD-Step-Program > SPACES
                 IF WS-Step-Cnt >= WS-Step-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Step-Table-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Step-Cnt
                 SET WS-Step-IDX TO WS-Step-Cnt
                 MOVE FD-Step-Number TO WS-Step-Number(WS-Step-IDX)
                 MOVE FD-Step-Program TO
                    WS-Step-Program(WS-Step-IDX)
                 IF FD-Step-Max-RC IS NUMERIC
                    MOVE FD-Step-Max-RC TO
                       WS-Step-Max-RC(WS-Step-IDX)
                 ELSE
                    MOVE ZERO TO WS-Step-Max-RC(WS-Step-IDX)
                 END-IF
                 PERFORM VARYING WS-Prereq-Sub FROM 1 BY 1
                    UNTIL WS-Prereq-Sub > 5
                    IF FD-Step-Prereq(WS-Prereq-Sub) IS NUMERIC
                       MOVE FD-Step-Prereq(WS-Prereq-Sub) TO
                          WS-Step-Prereq(WS-Step-IDX, WS-Prereq-Sub)
                    ELSE
                       MOVE ZERO TO
                          WS-Step-Prereq(WS-Step-IDX, WS-Prereq-Sub)
                    END-IF
                 END-PERFORM
                 MOVE FD-Step-Desc TO WS-Step-Desc(WS-Step-IDX)
                 MOVE SPACE TO WS-Step-Status(WS-Step-IDX)
                 MOVE ZERO TO WS-Step-RC(WS-Step-IDX)
                                WS-Step-Date(WS-Step-IDX)
                 MOVE SPACES TO WS-Step-Time(WS-Step-IDX)
              ELSE
                 DISPLAY "JOBCTL: step table line skipped -- '"
                    FD-Step-Record "'"
              END-IF
           END-IF.

      *    A missing state file is a first run.  Rows are matched
      *    to the table by step number AND program, so a step
      *    table edited between runs can't inherit a completion
      *    that belonged to a different program.
       1020-Load-Step-State.
           OPEN INPUT StepStateFile.
           IF WS-StepStateFile-Good
              PERFORM 1025-Load-One-State-Row
                 UNTIL WS-StepStateFile-EOF
           END-IF.
           CLOSE StepStateFile.
           PERFORM 1030-Decide-Restart.

       1025-Load-One-State-Row.
           READ StepStateFile
              AT END SET WS-StepStateFile-EOF TO TRUE
           END-READ.
           IF WS-StepStateFile-Good
              ADD +1 TO WS-State-Rows-Read-Cnt
              PERFORM VARYING WS-Prior-IDX FROM 1 BY 1
                 UNTIL WS-Prior-IDX > WS-Step-Cnt
                 IF WS-Step-Number(WS-Prior-IDX) =
                    FD-State-Step-Number AND
                    WS-Step-Program(WS-Prior-IDX) =
                    FD-State-Program
                    MOVE FD-State-Status TO
                       WS-Step-Status(WS-Prior-IDX)
                    IF FD-State-RC IS NUMERIC
                       MOVE FD-State-RC TO WS-Step-RC(WS-Prior-IDX)
                    END-IF
                    IF FD-State-Date IS NUMERIC
                       MOVE FD-State-Date TO
                          WS-Step-Date(WS-Prior-IDX)
                    END-IF
                    MOVE FD-State-Time TO WS-Step-Time(WS-Prior-IDX)
                    SET WS-Prior-IDX TO WS-Step-Cnt
                 END-IF
              END-PERFORM
           END-IF.

      *    Any step not complete means the last cycle stopped
      *    short -- this run is a restart and the complete steps
      *    stand.  Every step complete means the last cycle
      *    finished, so the state is cleared for a fresh cycle.
       1030-Decide-Restart.
           MOVE ZERO TO WS-Restart-Step-Number.
           PERFORM VARYING WS-Prior-IDX FROM 1 BY 1
              UNTIL WS-Prior-IDX > WS-Step-Cnt
              IF NOT WS-Step-Complete(WS-Prior-IDX) AND
                 WS-Restart-Step-Number = ZERO
                 MOVE WS-Step-Number(WS-Prior-IDX) TO
                    WS-Restart-Step-Number
              END-IF
              IF NOT WS-Step-Not-Run(WS-Prior-IDX)
                 SET WS-Restart-Run TO TRUE
              END-IF
           END-PERFORM.
           IF WS-Restart-Step-Number = ZERO
              MOVE 'N' TO WS-Restart-Flag
              PERFORM 1035-Clear-One-State
                 VARYING WS-Prior-IDX FROM 1 BY 1
                 UNTIL WS-Prior-IDX > WS-Step-Cnt
           END-IF.

       1035-Clear-One-State.
           MOVE SPACE TO WS-Step-Status(WS-Prior-IDX).
           MOVE ZERO TO WS-Step-RC(WS-Prior-IDX)
                        WS-Step-Date(WS-Prior-IDX).
           MOVE SPACES TO WS-Step-Time(WS-Prior-IDX).

      *    A step already complete this cycle is passed over.
      *    Otherwise its prerequisites must all be complete, then
      *    it is CALLed and its return code held against the
      *    step's ceiling.
       2000-Run-One-Step.
           IF WS-Step-Complete(WS-Step-IDX)
              ADD +1 TO WS-Steps-Skipped-Cnt
              DISPLAY "JOBCTL: step " WS-Step-Number(WS-Step-IDX)
                 " " WS-Step-Program(WS-Step-IDX)
                 " already complete -- skipped"
           ELSE
              PERFORM 2100-Check-Prereqs
              IF WS-Prereqs-Met
                 PERFORM 2200-Call-Step
              ELSE
                 MOVE 'F' TO WS-Step-Status(WS-Step-IDX)
                 MOVE ZERO TO WS-Step-RC(WS-Step-IDX)
                 MOVE "PREREQ NOT MET" TO WS-Failed-Reason
                 PERFORM 2300-Stop-Chain
              END-IF
              PERFORM 2400-Write-Step-State
              PERFORM 2500-Write-Step-Audit
           END-IF.

       2100-Check-Prereqs.
           SET WS-Prereqs-Met TO TRUE.
           PERFORM VARYING WS-Prereq-Sub FROM 1 BY 1
              UNTIL WS-Prereq-Sub > 5
              IF WS-Step-Prereq(WS-Step-IDX, WS-Prereq-Sub) > ZERO
                 PERFORM 2110-Find-Prereq-Step
                 IF NOT WS-Prereq-Found
                    SET WS-Prereqs-Not-Met TO TRUE
                    DISPLAY "JOBCTL: step "
                       WS-Step-Number(WS-Step-IDX)
                       " needs step "
                       WS-Step-Prereq(WS-Step-IDX, WS-Prereq-Sub)
                       " complete first"
                 END-IF
              END-IF
           END-PERFORM.

       2110-Find-Prereq-Step.
           MOVE 'N' TO WS-Prereq-Found-Flag.
           PERFORM VARYING WS-Prior-IDX FROM 1 BY 1
              UNTIL WS-Prior-IDX > WS-Step-Cnt
              IF WS-Step-Number(WS-Prior-IDX) =
                 WS-Step-Prereq(WS-Step-IDX, WS-Prereq-Sub)
                 IF WS-Step-Complete(WS-Prior-IDX)
                    SET WS-Prereq-Found TO TRUE
                 END-IF
                 SET WS-Prior-IDX TO WS-Step-Cnt
              END-IF
           END-PERFORM.

      *    The step program is CALLed by name and CANCELled after,
      *    so a program appearing twice in the table starts clean
      *    the second time.  A program that can't be loaded fails
      *    the step like any bad return code would.
       2200-Call-Step.
           MOVE WS-Step-Program(WS-Step-IDX) TO WS-Call-Target.
           DISPLAY "JOBCTL: step " WS-Step-Number(WS-Step-IDX)
              " " WS-Call-Target " starting -- "
              WS-Step-Desc(WS-Step-IDX).
           SET WS-Call-Ok TO TRUE.
           MOVE ZERO TO RETURN-CODE.
           CALL WS-Call-Target
              ON EXCEPTION
                 SET WS-Call-Not-Found TO TRUE
           END-CALL.
           MOVE RETURN-CODE TO WS-Step-Result-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-Call-Ok
              CANCEL WS-Call-Target
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO
              WS-Step-Date(WS-Step-IDX).
           MOVE FUNCTION CURRENT-DATE(9:6) TO
              WS-Step-Time(WS-Step-IDX).
           ADD +1 TO WS-Steps-Run-Cnt.
           EVALUATE TRUE
              WHEN WS-Call-Not-Found
                 MOVE 'F' TO WS-Step-Status(WS-Step-IDX)
                 MOVE ZERO TO WS-Step-RC(WS-Step-IDX)
                 MOVE "PROGRAM NOT FOUND" TO WS-Failed-Reason
                 PERFORM 2300-Stop-Chain
              WHEN WS-Step-Result-RC < ZERO
                 MOVE 'F' TO WS-Step-Status(WS-Step-IDX)
                 MOVE 999 TO WS-Step-RC(WS-Step-IDX)
                 MOVE "RC OVER LIMIT" TO WS-Failed-Reason
                 PERFORM 2300-Stop-Chain
              WHEN WS-Step-Result-RC > WS-Step-Max-RC(WS-Step-IDX)
                 MOVE 'F' TO WS-Step-Status(WS-Step-IDX)
                 MOVE WS-Step-Result-RC TO WS-Step-RC(WS-Step-IDX)
                 MOVE "RC OVER LIMIT" TO WS-Failed-Reason
                 PERFORM 2300-Stop-Chain
              WHEN OTHER
                 MOVE 'C' TO WS-Step-Status(WS-Step-IDX)
                 MOVE WS-Step-Result-RC TO WS-Step-RC(WS-Step-IDX)
           END-EVALUATE.
           DISPLAY "JOBCTL: step " WS-Step-Number(WS-Step-IDX)
              " " WS-Call-Target " ended RC="
              WS-Step-RC(WS-Step-IDX)
              " status=" WS-Step-Status(WS-Step-IDX).

       2300-Stop-Chain.
           SET WS-Chain-Stopped TO TRUE.
           MOVE WS-Step-Number(WS-Step-IDX) TO WS-Failed-Step-Number.
           DISPLAY "** ERROR **: JOBCTL step "
              WS-Step-Number(WS-Step-IDX) " "
              WS-Step-Program(WS-Step-IDX) " -- "
              WS-Failed-Reason.
           DISPLAY "Rerun JOBCTL to restart at this step.".

      *    The whole state table goes out every time -- the file
      *    is tiny, and a rewrite can never leave half a cycle
      *    on record.
       2400-Write-Step-State.
           OPEN OUTPUT StepStateFile.
           IF NOT WS-StepStateFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "jobctl-state" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2400-Write-Step-State"
              DISPLAY "File Status: " WS-StepStateFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2410-Write-One-State-Row
              VARYING WS-Prior-IDX FROM 1 BY 1
              UNTIL WS-Prior-IDX > WS-Step-Cnt.
           CLOSE StepStateFile.

       2410-Write-One-State-Row.
           MOVE WS-Step-Number(WS-Prior-IDX) TO FD-State-Step-Number.
           MOVE WS-Step-Program(WS-Prior-IDX) TO FD-State-Program.
           MOVE WS-Step-Status(WS-Prior-IDX) TO FD-State-Status.
           MOVE WS-Step-RC(WS-Prior-IDX) TO FD-State-RC.
           MOVE WS-Step-Date(WS-Prior-IDX) TO FD-State-Date.
           MOVE WS-Step-Time(WS-Prior-IDX) TO FD-State-Time.
           WRITE FD-State-Record.
           IF NOT WS-StepStateFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "jobctl-state" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2410-Write-One-State-Row"
              DISPLAY "File Status: " WS-StepStateFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2500-Write-Step-Audit.
           IF WS-Step-Complete(WS-Step-IDX)
              MOVE "COMPLETE" TO WS-Audit-Result
           ELSE
              MOVE "FAILED" TO WS-Audit-Result
           END-IF.
           MOVE WS-Step-RC(WS-Step-IDX) TO WS-RC-Edit.
           MOVE SPACES TO FD-Audit-Record.
           STRING "JOBCTL   " WS-Run-Date " "
              WS-Step-Time(WS-Step-IDX)
              " STEP " WS-Step-Number(WS-Step-IDX)
              " " WS-Step-Program(WS-Step-IDX)
              " RC: " WS-RC-Edit
              " " WS-Audit-Result
              " " WS-Step-Desc(WS-Step-IDX)
              DELIMITED BY SIZE INTO FD-Audit-Record.
           PERFORM 2510-Write-Audit-Record.

       2510-Write-Audit-Record.
           WRITE FD-Audit-Record.
           IF NOT WS-AuditTrail-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "PSAPAUD" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-AuditTrail-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "JOBCTL: 3000-End-Job".
           MOVE WS-Steps-Run-Cnt TO WS-Count-Edit.
           MOVE WS-Steps-Skipped-Cnt TO WS-Skip-Edit.
           MOVE SPACES TO FD-Audit-Record.
           IF WS-Chain-Stopped
              STRING "JOBCTL   " WS-Run-Date " " WS-Run-Time
                 " CHAIN STOPPED AT STEP " WS-Failed-Step-Number
                 " STEPS RUN: " WS-Count-Edit
                 " SKIPPED AS COMPLETE: " WS-Skip-Edit
                 DELIMITED BY SIZE INTO FD-Audit-Record
           ELSE
              STRING "JOBCTL   " WS-Run-Date " " WS-Run-Time
                 " CHAIN COMPLETE"
                 " STEPS RUN: " WS-Count-Edit
                 " SKIPPED AS COMPLETE: " WS-Skip-Edit
                 DELIMITED BY SIZE INTO FD-Audit-Record
           END-IF.
           PERFORM 2510-Write-Audit-Record.
           CLOSE AuditTrail.
           DISPLAY "  Job-Ctl: Steps In Table:     " WS-Step-Cnt.
           DISPLAY "  Job-Ctl: Steps Run:          " WS-Steps-Run-Cnt.
           DISPLAY "  Job-Ctl: Skipped (Complete): "
              WS-Steps-Skipped-Cnt.
           IF WS-Chain-Stopped
              DISPLAY "  Job-Ctl: Stopped At Step:    "
                 WS-Failed-Step-Number
              MOVE +8 TO RETURN-CODE
           END-IF.
