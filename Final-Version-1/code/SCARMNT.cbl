      ***********************************************************
      * Program name:    SCARMNT
      * Original author: David Stagowski
      *
      *    Description: Maintain the keyed supplier corrective
      *       action request (SCAR) file from supplier quality's
      *       transaction batch -- SCARs opened by hand, and the
      *       containment, response and closure dates on every
      *       SCAR, whichever way it was opened.
      *
      *    The file is updated in place, the PPAPMNT way: opened
      *    I-O, created on first use.  Rejected transactions are
      *    listed on SYSOUT with a reason for the operator to
      *    review.
      *
      *    Transaction layout (one per line on
      *    ../data/scar-transactions.dat.txt):
      *      1     action    'O' open a SCAR, 'K' containment in
      *                      place, 'R' supplier response received,
      *                      'C' close
      *      2-9   SCAR      the SCAR number; blank on 'O', which
      *                      takes the next number
      *      10-19 supplier  the SUPPLIER-CODE ('O' only)
      *      20-42 part      the PART-NUMBER ('O' only; optional)
      *      43-45 defect    the defect code ('O' only)
      *      46-53 date      date of the event (YYYYMMDD); blank
      *                      means today
      *      54-61 due       response due date ('O' only); blank
      *                      gives VT-SCAR-RESPONSE-DAYS after the
      *                      open date
      *
      *    Containment, response and closure need a SCAR that
      *    isn't already closed, dated no earlier than it opened.
      *    SCAR numbers come from ../data/scar-control.dat.txt,
      *    shared with SCARGEN.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-25 dastagg       Created for SCAR tracking
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCARMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Keyed on SCAR number with the supplier as a duplicates
      *    alternate.  Opened I-O; a missing file is created on
      *    first use.
           SELECT ScarFile
           ASSIGN TO SCARFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Scar-SCAR-NUMBER
           ALTERNATE RECORD KEY IS Scar-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-ScarFile-Status.

           SELECT ScarTxnFile
           ASSIGN TO "../data/scar-transactions.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ScarTxnFile-Status.

           SELECT ControlFile
           ASSIGN TO "../data/scar-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ControlFile-Status.

           SELECT ValThreshFile
           ASSIGN TO "../data/val-thresholds.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ValThreshFile-Status.

      *    SuppOut's own SELECT in SUPPCALL.cbl is the authority.
           SELECT SuppOut
           ASSIGN TO SUPPOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SuppOut-SUPPLIER-CODE
           ALTERNATE RECORD KEY IS SuppOut-SUPPLIER-NAME
              WITH DUPLICATES
           FILE STATUS IS WS-SuppOut-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ScarFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SCARREC REPLACING ==:tag:== BY ==Scar==.

       FD  ScarTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ScarTxnFile-Record.
           05 FD-ScarTxn-Code           PIC X(01).
           05 FD-ScarTxn-Scar           PIC X(08).
           05 FD-ScarTxn-Supplier       PIC X(10).
           05 FD-ScarTxn-Part           PIC X(23).
           05 FD-ScarTxn-Defect         PIC X(03).
           05 FD-ScarTxn-Date           PIC X(08).
           05 FD-ScarTxn-Due            PIC X(08).

       FD  ControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Control-Record.
           05 FD-Ctl-Next-Seq           PIC 9(06).

       FD  ValThreshFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY VALTHRSH.

       FD  SuppOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPOUT REPLACING ==:tag:== BY ==SuppOut==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ScarFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ScarTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ValThreshFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.

       01  WS-File-Counters.
           12 FD-ScarTxnFile-Record-Cnt    PIC S9(4) COMP VALUE ZERO.

       01  WS-Txn-Counters.
           12 WS-Txn-Applied-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Rejected-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Scar-Opened-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Scar-Updated-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Scar-Closed-Cnt           PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Txn-Valid-Flag            PIC X.
              88 WS-Txn-Valid                 VALUE 'Y'.
              88 WS-Txn-Invalid               VALUE 'N'.
           12 WS-Scar-Row-Found-Flag       PIC X.
              88 WS-Scar-Row-Found            VALUE 'Y'.
              88 WS-Scar-Row-Not-Found        VALUE 'N'.

       01  WS-Txn-Hold.
           12 WS-Txn-Code                  PIC X(01).
              88 WS-Txn-Open                  VALUE 'O'.
              88 WS-Txn-Contain               VALUE 'K'.
              88 WS-Txn-Respond               VALUE 'R'.
              88 WS-Txn-Close                 VALUE 'C'.
              88 WS-Txn-Update                VALUE 'K' 'R' 'C'.
           12 WS-Txn-Scar                  PIC X(08).
           12 WS-Txn-Supplier              PIC X(10).
           12 WS-Txn-Part                  PIC X(23).
           12 WS-Txn-Defect                PIC X(03).
           12 WS-Txn-Date                  PIC 9(08).
           12 WS-Txn-Due                   PIC 9(08).

       01  WS-Run-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Due-Int                   PIC 9(10) VALUE ZERO.
      *    Compiled fallback for VT-SCAR-RESPONSE-DAYS.
           12 WS-Scar-Response-Days        PIC 9(03) VALUE 30.

       01  WS-Control-Fields.
           12 WS-Next-Seq                  PIC 9(06) VALUE 1.
           12 WS-Scar-Number.
              15 FILLER                    PIC X(02) VALUE "SC".
              15 WS-Scar-Seq               PIC 9(06) VALUE ZERO.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Apply-Transactions UNTIL WS-ScarTxnFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "SCARMNT: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           OPEN INPUT ScarTxnFile.
           IF NOT WS-ScarTxnFile-Good
              MOVE "PSAP002E" TO WS-Msg-Id
              MOVE "scar-transactions" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open ScarTxnFile Failed."
              DISPLAY "File Status: " WS-ScarTxnFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O ScarFile.
           IF NOT WS-ScarFile-Good
              OPEN OUTPUT ScarFile
              CLOSE ScarFile
              OPEN I-O ScarFile
           END-IF.
           IF NOT WS-ScarFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "SCARFILE" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-ScarFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SuppOut.
           PERFORM 1005-Load-Validation-Thresholds.
           PERFORM 1020-Read-Control.

      *    Read once per run, the VALTHRSH idiom -- a missing file
      *    or a zero field leaves the compiled fallback.
       1005-Load-Validation-Thresholds.
           OPEN INPUT ValThreshFile.
           IF WS-ValThreshFile-Good
              READ ValThreshFile
              IF WS-ValThreshFile-Good
                 IF VT-SCAR-RESPONSE-DAYS IS NUMERIC AND
                    VT-SCAR-RESPONSE-DAYS > ZERO
                    MOVE VT-SCAR-RESPONSE-DAYS TO
                       WS-Scar-Response-Days
                 END-IF
              END-IF
              CLOSE ValThreshFile
           END-IF.

      *    A missing control file just means the first run --
      *    SCAR numbers start at 1.
       1020-Read-Control.
           OPEN INPUT ControlFile.
           IF WS-ControlFile-Good
              READ ControlFile
              IF WS-ControlFile-Good
                 IF FD-Ctl-Next-Seq IS NUMERIC AND
                    FD-Ctl-Next-Seq > ZERO
                    MOVE FD-Ctl-Next-Seq TO WS-Next-Seq
                 END-IF
              END-IF
           END-IF.
           CLOSE ControlFile.

       2000-Apply-Transactions.
           READ ScarTxnFile
              AT END SET WS-ScarTxnFile-EOF TO TRUE
           END-READ.
           IF WS-ScarTxnFile-Good
              ADD +1 TO FD-ScarTxnFile-Record-Cnt
              PERFORM 2020-Validate-Transaction
              IF WS-Txn-Valid
                 PERFORM 2100-Apply-Transaction
                 ADD +1 TO WS-Txn-Applied-Cnt
              ELSE
                 ADD +1 TO WS-Txn-Rejected-Cnt
              END-IF
           ELSE
              IF WS-ScarTxnFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "scar-transactions" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Apply-Transactions"
                 DISPLAY "Read ScarTxnFile Failed."
                 DISPLAY "File Status: " WS-ScarTxnFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2020-Validate-Transaction.
           SET WS-Txn-Valid TO TRUE.
           MOVE FD-ScarTxn-Code TO WS-Txn-Code.
           MOVE FD-ScarTxn-Scar TO WS-Txn-Scar.
           MOVE FD-ScarTxn-Supplier TO WS-Txn-Supplier.
           MOVE FD-ScarTxn-Part TO WS-Txn-Part.
           MOVE FD-ScarTxn-Defect TO WS-Txn-Defect.
           MOVE ZERO TO WS-Txn-Date WS-Txn-Due.
           EVALUATE TRUE
              WHEN WS-Txn-Open
              WHEN WS-Txn-Update
                 CONTINUE
              WHEN OTHER
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Unknown Txn Code: "
                    WS-Txn-Code "-" WS-Txn-Scar
           END-EVALUATE.

           IF WS-Txn-Valid AND WS-Txn-Open AND
              (WS-Txn-Supplier = SPACES OR WS-Txn-Defect = SPACES)
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: Supplier/Defect Missing: "
                 WS-Txn-Supplier "-" WS-Txn-Defect
           END-IF.

           IF WS-Txn-Valid AND WS-Txn-Update AND
              WS-Txn-Scar = SPACES
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: SCAR Number Missing: "
                 WS-Txn-Code
           END-IF.

           IF WS-Txn-Valid
              IF FD-ScarTxn-Date = SPACES
                 MOVE WS-Today-Date TO WS-Txn-Date
              ELSE
                 IF FD-ScarTxn-Date IS NUMERIC AND
                    FD-ScarTxn-Date > "19991231"
                    MOVE FD-ScarTxn-Date TO WS-Txn-Date
                 ELSE
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Bad Date: "
                       WS-Txn-Code "-" WS-Txn-Scar "-"
                       FD-ScarTxn-Date
                 END-IF
              END-IF
           END-IF.

           IF WS-Txn-Valid AND WS-Txn-Open
              IF FD-ScarTxn-Due = SPACES
                 COMPUTE WS-Due-Int =
                    FUNCTION INTEGER-OF-DATE(WS-Txn-Date) +
                    WS-Scar-Response-Days
                 COMPUTE WS-Txn-Due =
                    FUNCTION DATE-OF-INTEGER(WS-Due-Int)
              ELSE
                 IF FD-ScarTxn-Due IS NUMERIC AND
                    FD-ScarTxn-Due > FD-ScarTxn-Date
                    MOVE FD-ScarTxn-Due TO WS-Txn-Due
                 ELSE
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Bad Response Due: "
                       WS-Txn-Supplier "-" WS-Txn-Defect "-"
                       FD-ScarTxn-Due
                 END-IF
              END-IF
           END-IF.

           IF WS-Txn-Valid AND WS-Txn-Open
              MOVE WS-Txn-Supplier TO SuppOut-SUPPLIER-CODE
              READ SuppOut
                 INVALID KEY
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Supplier Not On SUPPOUT: "
                       WS-Txn-Supplier
              END-READ
           END-IF.

           IF WS-Txn-Valid AND WS-Txn-Update
              PERFORM 2030-Read-Scar-Row
              EVALUATE TRUE
                 WHEN WS-Scar-Row-Not-Found
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: SCAR Not On File: "
                       WS-Txn-Scar
                 WHEN Scar-SCAR-CLOSED
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: SCAR Already Closed: "
                       WS-Txn-Scar
                 WHEN WS-Txn-Date < Scar-OPENED-DATE
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Dated Before Opened: "
                       WS-Txn-Scar "-" WS-Txn-Date
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       2030-Read-Scar-Row.
           SET WS-Scar-Row-Found TO TRUE.
           MOVE WS-Txn-Scar TO Scar-SCAR-NUMBER.
           READ ScarFile
              INVALID KEY SET WS-Scar-Row-Not-Found TO TRUE
           END-READ.

       2100-Apply-Transaction.
           EVALUATE TRUE
              WHEN WS-Txn-Open
                 MOVE WS-Next-Seq TO WS-Scar-Seq
                 ADD +1 TO WS-Next-Seq
                 MOVE SPACES TO Scar-SCAR-REC
                 MOVE WS-Scar-Number TO Scar-SCAR-NUMBER
                 MOVE WS-Txn-Supplier TO Scar-SUPPLIER-CODE
                 MOVE WS-Txn-Part TO Scar-PART-NUMBER
                 MOVE WS-Txn-Defect TO Scar-DEFECT-CODE
                 MOVE WS-Txn-Date TO Scar-OPENED-DATE
                 MOVE WS-Txn-Due TO Scar-RESPONSE-DUE
                 MOVE ZERO TO Scar-CONTAINMENT-DATE
                              Scar-RESPONSE-DATE
                              Scar-CLOSED-DATE
                              Scar-REJECT-QTY
                 SET Scar-SCAR-OPEN TO TRUE
                 SET Scar-MANUAL-OPENED TO TRUE
                 WRITE Scar-SCAR-REC
                 ADD +1 TO WS-Scar-Opened-Cnt
                 DISPLAY "SCAR OPENED: " Scar-SCAR-NUMBER " "
                    Scar-SUPPLIER-CODE " DEFECT " Scar-DEFECT-CODE
                    " DUE " Scar-RESPONSE-DUE
              WHEN WS-Txn-Contain
                 MOVE WS-Txn-Date TO Scar-CONTAINMENT-DATE
                 REWRITE Scar-SCAR-REC
                 ADD +1 TO WS-Scar-Updated-Cnt
              WHEN WS-Txn-Respond
                 SET Scar-SCAR-RESPONDED TO TRUE
                 MOVE WS-Txn-Date TO Scar-RESPONSE-DATE
                 REWRITE Scar-SCAR-REC
                 ADD +1 TO WS-Scar-Updated-Cnt
              WHEN WS-Txn-Close
                 SET Scar-SCAR-CLOSED TO TRUE
                 MOVE WS-Txn-Date TO Scar-CLOSED-DATE
                 REWRITE Scar-SCAR-REC
                 ADD +1 TO WS-Scar-Closed-Cnt
           END-EVALUATE.
           IF NOT WS-ScarFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "SCARFILE" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2100-Apply-Transaction"
              DISPLAY "File Status: " WS-ScarFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "SCARMNT: 3000-End-Job".
           CLOSE ScarTxnFile ScarFile SuppOut.
           IF WS-Scar-Opened-Cnt > ZERO
              PERFORM 3010-Write-Control
           END-IF.
           DISPLAY "  Scar-Maint: Txns Read:       "
              FD-ScarTxnFile-Record-Cnt.
           DISPLAY "  Scar-Maint: Txns Applied:    "
              WS-Txn-Applied-Cnt.
           DISPLAY "  Scar-Maint: Txns Rejected:   "
              WS-Txn-Rejected-Cnt.
           DISPLAY "  Scar-Maint: SCARs Opened:    "
              WS-Scar-Opened-Cnt.
           DISPLAY "  Scar-Maint: SCARs Updated:   "
              WS-Scar-Updated-Cnt.
           DISPLAY "  Scar-Maint: SCARs Closed:    "
              WS-Scar-Closed-Cnt.

       3010-Write-Control.
           OPEN OUTPUT ControlFile.
           MOVE WS-Next-Seq TO FD-Ctl-Next-Seq.
           WRITE FD-Control-Record.
           IF NOT WS-ControlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "scar-control" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3010-Write-Control"
              DISPLAY "File Status: " WS-ControlFile-Status
              MOVE +8 TO RETURN-CODE
           END-IF.
           CLOSE ControlFile.
