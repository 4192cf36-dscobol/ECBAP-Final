      ***********************************************************
      * Program name:    PPAPMNT
      * Original author: David Stagowski
      *
      *    Description: Maintain the keyed PPAP status file
      *       (PPAPSTAT) from supplier quality's transaction
      *       batch -- one record per part/supplier pairing with
      *       where its production part approval stands.
      *
      *    The file is updated in place, RECMATCH's lot-history
      *    precedent: opened I-O, created on first use, every
      *    accepted transaction written or rewritten under the
      *    PART-NUMBER + SUPPLIER-CODE key.  Rejected transactions
      *    are listed on SYSOUT with a reason for the operator to
      *    review, the REFMAINT way.
      *
      *    Transaction layout (one per line on
      *    ../data/ppap-transactions.dat.txt):
      *      1     action    'S' submitted, 'I' interim approval,
      *                      'A' approved, 'R' rejected,
      *                      'D' delete the pairing's record
      *      2-24  part      the PART-NUMBER
      *      25-34 supplier  the SUPPLIER-CODE
      *      35-42 date      date of the event (YYYYMMDD); blank
      *                      means today
      *      43-49 revision  SPEC-NUMBER revision the interim or
      *                      approval covers; blank takes the
      *                      part's current PARTOUT SPEC-NUMBER
      *      50-57 expiry    interim approval expiry (YYYYMMDD);
      *                      blank means none given
      *
      *    A submission opens (or re-opens) the pairing; interim,
      *    approval and rejection are decisions on a submission
      *    already on file.  Part and supplier must both be known
      *    to PARTOUT and SUPPOUT -- a PPAP routinely comes ahead
      *    of the pairing's first PO, so PSAPXREF is not a test.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-24 dastagg       Created for PPAP gating
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPAPMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Keyed on part + supplier.  Opened I-O; a missing file
      *    is created on first use.
           SELECT PpapFile
           ASSIGN TO PPAPSTAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Ppap-PPAP-KEY
           FILE STATUS IS WS-PpapFile-Status.

           SELECT PpapTxnFile
           ASSIGN TO "../data/ppap-transactions.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PpapTxnFile-Status.

      *    PartOut's own SELECT in PARTCALL.cbl is the authority on
      *    this file's physical format -- mirrored here, random
      *    reads only.
           SELECT PartOut
           ASSIGN TO PARTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PartOut-PART-NUMBER
           ALTERNATE RECORD KEY IS PartOut-BLUEPRINT-NUMBER
              WITH DUPLICATES
           FILE STATUS IS WS-PartOut-Status.

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
       FD  PpapFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PPAPSTAT REPLACING ==:tag:== BY ==Ppap==.

       FD  PpapTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PpapTxnFile-Record.
           05 FD-PpapTxn-Code           PIC X(01).
           05 FD-PpapTxn-Part           PIC X(23).
           05 FD-PpapTxn-Supplier       PIC X(10).
           05 FD-PpapTxn-Date           PIC X(08).
           05 FD-PpapTxn-Spec           PIC X(07).
           05 FD-PpapTxn-Expiry         PIC X(08).

       FD  PartOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTOUT REPLACING ==:tag:== BY ==PartOut==.

       FD  SuppOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPOUT REPLACING ==:tag:== BY ==SuppOut==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PpapFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PpapTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.

       01  WS-File-Counters.
           12 FD-PpapTxnFile-Record-Cnt    PIC S9(4) COMP VALUE ZERO.

       01  WS-Txn-Counters.
           12 WS-Txn-Applied-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Rejected-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Ppap-Added-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Ppap-Updated-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Ppap-Deleted-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Txn-Valid-Flag            PIC X.
              88 WS-Txn-Valid                 VALUE 'Y'.
              88 WS-Txn-Invalid               VALUE 'N'.
           12 WS-Ppap-Row-Found-Flag       PIC X.
              88 WS-Ppap-Row-Found            VALUE 'Y'.
              88 WS-Ppap-Row-Not-Found        VALUE 'N'.

       01  WS-Txn-Hold.
           12 WS-Txn-Code                  PIC X(01).
              88 WS-Txn-Submit                VALUE 'S'.
              88 WS-Txn-Interim               VALUE 'I'.
              88 WS-Txn-Approve               VALUE 'A'.
              88 WS-Txn-Reject                VALUE 'R'.
              88 WS-Txn-Delete                VALUE 'D'.
              88 WS-Txn-Decision              VALUE 'I' 'A' 'R'.
           12 WS-Txn-Part                  PIC X(23).
           12 WS-Txn-Supplier              PIC X(10).
           12 WS-Txn-Date                  PIC 9(08).
           12 WS-Txn-Spec                  PIC X(07).
           12 WS-Txn-Expiry                PIC 9(08).

       01  WS-Today-Date                   PIC 9(08) VALUE ZERO.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Apply-Transactions UNTIL WS-PpapTxnFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "PPAPMNT: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           OPEN INPUT PpapTxnFile.
           IF NOT WS-PpapTxnFile-Good
              MOVE "PSAP002E" TO WS-Msg-Id
              MOVE "ppap-transactions" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open PpapTxnFile Failed."
              DISPLAY "File Status: " WS-PpapTxnFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O PpapFile.
           IF NOT WS-PpapFile-Good
              OPEN OUTPUT PpapFile
              CLOSE PpapFile
              OPEN I-O PpapFile
           END-IF.
           IF NOT WS-PpapFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "PPAPSTAT" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-PpapFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PartOut SuppOut.

       2000-Apply-Transactions.
           READ PpapTxnFile
              AT END SET WS-PpapTxnFile-EOF TO TRUE
           END-READ.
           IF WS-PpapTxnFile-Good
              ADD +1 TO FD-PpapTxnFile-Record-Cnt
              PERFORM 2020-Validate-Transaction
              IF WS-Txn-Valid
                 PERFORM 2100-Apply-Transaction
                 ADD +1 TO WS-Txn-Applied-Cnt
              ELSE
                 ADD +1 TO WS-Txn-Rejected-Cnt
              END-IF
           ELSE
              IF WS-PpapTxnFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "ppap-transactions" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Apply-Transactions"
                 DISPLAY "Read PpapTxnFile Failed."
                 DISPLAY "File Status: " WS-PpapTxnFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2020-Validate-Transaction.
           SET WS-Txn-Valid TO TRUE.
           MOVE FD-PpapTxn-Code TO WS-Txn-Code.
           MOVE FD-PpapTxn-Part TO WS-Txn-Part.
           MOVE FD-PpapTxn-Supplier TO WS-Txn-Supplier.
           MOVE FD-PpapTxn-Spec TO WS-Txn-Spec.
           MOVE ZERO TO WS-Txn-Date WS-Txn-Expiry.
           EVALUATE TRUE
              WHEN WS-Txn-Submit
              WHEN WS-Txn-Decision
              WHEN WS-Txn-Delete
                 CONTINUE
              WHEN OTHER
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Unknown Txn Code: "
                    WS-Txn-Code "-" WS-Txn-Part
           END-EVALUATE.

           IF WS-Txn-Valid AND
              (WS-Txn-Part = SPACES OR WS-Txn-Supplier = SPACES)
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: Part/Supplier Missing: "
                 WS-Txn-Code "-" WS-Txn-Part "-" WS-Txn-Supplier
           END-IF.

           IF WS-Txn-Valid
              IF FD-PpapTxn-Date = SPACES
                 MOVE WS-Today-Date TO WS-Txn-Date
              ELSE
                 IF FD-PpapTxn-Date IS NUMERIC AND
                    FD-PpapTxn-Date > "19991231"
                    MOVE FD-PpapTxn-Date TO WS-Txn-Date
                 ELSE
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Bad Date: "
                       WS-Txn-Part "-" WS-Txn-Supplier "-"
                       FD-PpapTxn-Date
                 END-IF
              END-IF
           END-IF.

           IF WS-Txn-Valid AND WS-Txn-Interim AND
              FD-PpapTxn-Expiry NOT = SPACES
              IF FD-PpapTxn-Expiry IS NUMERIC AND
                 FD-PpapTxn-Expiry > FD-PpapTxn-Date
                 MOVE FD-PpapTxn-Expiry TO WS-Txn-Expiry
              ELSE
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Bad Interim Expiry: "
                    WS-Txn-Part "-" WS-Txn-Supplier "-"
                    FD-PpapTxn-Expiry
              END-IF
           END-IF.

           IF WS-Txn-Valid AND NOT WS-Txn-Delete
              MOVE WS-Txn-Part TO PartOut-PART-NUMBER
              READ PartOut
                 INVALID KEY
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Part Not On PARTOUT: "
                       WS-Txn-Part
              END-READ
           END-IF.

           IF WS-Txn-Valid AND NOT WS-Txn-Delete
              MOVE WS-Txn-Supplier TO SuppOut-SUPPLIER-CODE
              READ SuppOut
                 INVALID KEY
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Supplier Not On SUPPOUT: "
                       WS-Txn-Supplier
              END-READ
           END-IF.

      *    The revision an interim or approval is granted on --
      *    the part's current engineering revision unless quality
      *    names one.
           IF WS-Txn-Valid AND
              (WS-Txn-Interim OR WS-Txn-Approve) AND
              WS-Txn-Spec = SPACES
              MOVE PartOut-SPEC-NUMBER TO WS-Txn-Spec
           END-IF.

           IF WS-Txn-Valid
              PERFORM 2030-Read-Ppap-Row
              EVALUATE TRUE
                 WHEN (WS-Txn-Decision OR WS-Txn-Delete) AND
                      WS-Ppap-Row-Not-Found
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: No Submission On File: "
                       WS-Txn-Part "-" WS-Txn-Supplier
                 WHEN WS-Txn-Decision AND
                      WS-Txn-Date < Ppap-SUBMIT-DATE
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Decision Before Submit: "
                       WS-Txn-Part "-" WS-Txn-Supplier
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       2030-Read-Ppap-Row.
           SET WS-Ppap-Row-Found TO TRUE.
           MOVE WS-Txn-Part TO Ppap-PART-NUMBER.
           MOVE WS-Txn-Supplier TO Ppap-SUPPLIER-CODE.
           READ PpapFile
              INVALID KEY SET WS-Ppap-Row-Not-Found TO TRUE
           END-READ.

       2100-Apply-Transaction.
           EVALUATE TRUE
              WHEN WS-Txn-Delete
                 DELETE PpapFile
                 ADD +1 TO WS-Ppap-Deleted-Cnt
              WHEN WS-Txn-Submit
      *          A submission, first or re-submitted, starts the
      *          pairing over -- any earlier decision and the
      *          revision it covered no longer stand.
                 MOVE 'S' TO Ppap-PPAP-STATUS
                 MOVE WS-Txn-Date TO Ppap-SUBMIT-DATE
                                     Ppap-STATUS-DATE
                 MOVE ZERO TO Ppap-INTERIM-EXPIRY
                 MOVE SPACES TO Ppap-SPEC-NUMBER
                 PERFORM 2200-Write-Ppap-Row
              WHEN OTHER
                 MOVE WS-Txn-Code TO Ppap-PPAP-STATUS
                 MOVE WS-Txn-Date TO Ppap-STATUS-DATE
                 MOVE WS-Txn-Expiry TO Ppap-INTERIM-EXPIRY
                 IF WS-Txn-Reject
                    MOVE SPACES TO Ppap-SPEC-NUMBER
                 ELSE
                    MOVE WS-Txn-Spec TO Ppap-SPEC-NUMBER
                 END-IF
                 PERFORM 2200-Write-Ppap-Row
           END-EVALUATE.
           IF NOT WS-PpapFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "PPAPSTAT" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2100-Apply-Transaction"
              DISPLAY "File Status: " WS-PpapFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2200-Write-Ppap-Row.
           IF WS-Ppap-Row-Found
              REWRITE Ppap-PPAP-STATUS-REC
              ADD +1 TO WS-Ppap-Updated-Cnt
           ELSE
              WRITE Ppap-PPAP-STATUS-REC
              ADD +1 TO WS-Ppap-Added-Cnt
           END-IF.

       3000-End-Job.
           DISPLAY "PPAPMNT: 3000-End-Job".
           CLOSE PpapTxnFile PpapFile PartOut SuppOut.
           DISPLAY "  Ppap-Maint: Txns Read:       "
              FD-PpapTxnFile-Record-Cnt.
           DISPLAY "  Ppap-Maint: Txns Applied:    "
              WS-Txn-Applied-Cnt.
           DISPLAY "  Ppap-Maint: Txns Rejected:   "
              WS-Txn-Rejected-Cnt.
           DISPLAY "  Ppap-Maint: Pairings Added:  "
              WS-Ppap-Added-Cnt.
           DISPLAY "  Ppap-Maint: Pairings Updated:"
              WS-Ppap-Updated-Cnt.
           DISPLAY "  Ppap-Maint: Pairings Deleted:"
              WS-Ppap-Deleted-Cnt.
