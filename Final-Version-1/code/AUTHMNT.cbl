      ***********************************************************
      * Program name:    AUTHMNT
      * Original author: David Stagowski
      *
      *    Description: Maintain the central user-authority file
      *       (USERAUTH) every batch utility and online
      *       transaction checks before it acts.
      *
      *    The ZIPMAINT pattern with the SUPCLMNT control line:
      *    the live ../data/user-authority.dat.txt is read into a
      *    table, the batch of transactions is applied against
      *    it, and the result goes to
      *    ../data/user-authority-new.dat.txt with the count/hash
      *    control file PROMOTE verifies beside it.  Nothing
      *    reaches the live file, AUTHCHK or the USERAUTH cluster
      *    until the USERAUTH pair is promoted and PSAPRBLD run.
      *    Every transaction, applied or rejected, is appended to
      *    the permanent ../data/user-authority-audit.dat.txt with
      *    its submitter and approver.
      *
      *    Transaction layout (one per line on
      *    ../data/user-authority-txns.dat.txt):
      *      1     action    'G' grant, or change an existing
      *                          grant for the same user and role
      *                      'R' revoke the grant
      *                      'P' approval of a G or R for the
      *                          same user and role, with the
      *                          approver in the submitter field
      *                      'C' manager's recertification
      *      2-9   user id
      *      10-17 role
      *      18-49 up to eight 4-byte function codes (USERAUTH)
      *      50    scope     blank all, 'S' supplier, 'B' buyer,
      *                      'P' promotion pair
      *      51-60 scope value
      *      61-68 expiry    YYYYMMDD, after today
      *      69-76 manager   who recertifies the grant
      *      77-84 submitter
      *
      *    A grant or revoke needs a 'P' from a second id.
      *    Nobody may submit, approve or certify their own grant,
      *    and a manager may not manage their own.  Submitter and
      *    approver must both hold AUTH on the live file -- asked
      *    of AUTHCHK, which is off until the first file is
      *    promoted, so the very first batch needs only the two
      *    distinct ids.  A 'C' needs no approval but must come
      *    from the grant's own manager; it stamps today as the
      *    grant's CERTIFIED-DATE, which AUTHCERT reads.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-08 dastagg       Created for the central user-
      *                          authority table
      * 2026-10-09 dastagg       POEN (online PO entry) accepted
      *                          as a function code
      * 2026-10-15 dastagg       PRCA (price-change approval)
      *                          accepted as a function code
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuthFile
           ASSIGN TO "../data/user-authority.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuthFile-Status.

           SELECT AuthTxnFile
           ASSIGN TO "../data/user-authority-txns.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuthTxnFile-Status.

           SELECT NewAuthFile
           ASSIGN TO "../data/user-authority-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewAuthFile-Status.

           SELECT AuthCtlFile
           ASSIGN TO "../data/user-authority-new.dat.txt.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuthCtlFile-Status.

      *    Permanent maintenance audit: every transaction, with
      *    who sent it and who approved it.
           SELECT AuthAuditFile
           ASSIGN TO "../data/user-authority-audit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuthAuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AuthFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY USERAUTH REPLACING ==:tag:== BY ==Uau==.

       FD  AuthTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AuthTxn-Record.
           05 FD-Atx-Code               PIC X(01).
           05 FD-Atx-Key.
              10 FD-Atx-User-Id         PIC X(08).
              10 FD-Atx-Role            PIC X(08).
           05 FD-Atx-Function-Codes     PIC X(32).
           05 FD-Atx-Scope-Type         PIC X(01).
           05 FD-Atx-Scope-Value        PIC X(10).
           05 FD-Atx-Expiry             PIC X(08).
           05 FD-Atx-Manager-Id         PIC X(08).
           05 FD-Atx-Submitter          PIC X(08).

       FD  NewAuthFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY USERAUTH REPLACING ==:tag:== BY ==NewUau==.

       FD  AuthCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AuthCtl-Record.
           05 FD-Ctl-Count              PIC 9(09).
           05 FD-Ctl-Hash               PIC 9(13).

       FD  AuthAuditFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AuthAudit-Record          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AuthFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AuthTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewAuthFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AuthCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AuthAuditFile==.

       01  WS-File-Counters.
           12 FD-AuthFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-AuthTxnFile-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-NewAuth-Record-Cnt        PIC S9(4) COMP VALUE ZERO.

       01  WS-Txn-Counters.
           12 WS-Txn-Applied-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Rejected-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Approval-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Txn-Valid-Flag            PIC X.
              88 WS-Txn-Valid                 VALUE 'Y'.
              88 WS-Txn-Invalid               VALUE 'N'.
           12 WS-Ua-Row-Found-Flag         PIC X.
              88 WS-Ua-Row-Found              VALUE 'Y'.
              88 WS-Ua-Row-Not-Found          VALUE 'N'.

      *    Each grant held whole, in the USERAUTH layout, with
      *    its user id and role leading -- the table key.
       01  WS-Ua-Table-Storage.
           12 WS-Ua-Max-Cnt                PIC S9(4) COMP VALUE +4999.
           12 WS-Ua-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Ua-Table OCCURS 0 TO 4999 TIMES
              DEPENDING ON WS-Ua-Cnt
              INDEXED BY WS-Ua-IDX.
              15 WS-Ua-Row.
                 20 WS-Ua-Key              PIC X(16).
                 20 FILLER                 PIC X(104).
              15 WS-Ua-Deleted-Flag        PIC X.
                 88 WS-Ua-Row-Deleted         VALUE 'Y'.
                 88 WS-Ua-Row-Active          VALUE 'N'.

      *    The grant being worked on, in the USERAUTH layout.
           COPY USERAUTH REPLACING ==:tag:== BY ==Wua==.

       01  WS-Txn-Hold.
           12 WS-Txn-Code                  PIC X(01).
              88 WS-Txn-Grant                 VALUE 'G'.
              88 WS-Txn-Revoke                VALUE 'R'.
              88 WS-Txn-Approval              VALUE 'P'.
              88 WS-Txn-Certify               VALUE 'C'.
           12 WS-Txn-Key.
              15 WS-Txn-User-Id            PIC X(08).
              15 WS-Txn-Role               PIC X(08).
           12 WS-Txn-Submitter             PIC X(08).
           12 WS-Txn-Approver              PIC X(08).
           12 WS-Txn-Expiry                PIC 9(08).
           12 WS-Txn-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Reject-Reason         PIC X(30).

       01  WS-Function-Check.
           12 WS-Fn-IDX                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Fn-Given-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Fn-Bad-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Fn-Hold                   PIC X(04) VALUE SPACES.
              88 WS-Fn-Known                  VALUE 'RELS' 'SAPR'
                                                    'POCH' 'PLIF'
                                                    'PROM' 'SMNT'
                                                    'SUSP' 'POIQ'
                                                    'POEN' 'AUTH'
                                                    'PRCA'.

       01  WS-Approval-Storage.
      *    The batch's 'P' approval rows, collected on a first
      *    pass so an approval may sit anywhere in the batch
      *    relative to the grant or revoke it signs off.
           12 WS-Appr-Max-Cnt              PIC S9(4) COMP VALUE +500.
           12 WS-Appr-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Appr-Table OCCURS 0 TO 500 TIMES
              DEPENDING ON WS-Appr-Cnt
              INDEXED BY WS-Appr-IDX.
              15 WS-Appr-Key               PIC X(16).
              15 WS-Appr-Id                PIC X(08).
           12 WS-Appr-Found-Flag           PIC X.
              88 WS-Appr-Found                VALUE 'Y'.
              88 WS-Appr-Not-Found            VALUE 'N'.

       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-New-File-Hash             PIC 9(13) VALUE ZERO.

       01  WS-Run-Date                     PIC 9(08) VALUE ZERO.

       COPY AUTHAREA.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Apply-Transactions UNTIL WS-AuthTxnFile-EOF.
           PERFORM 2500-Write-One-Auth-Row
              VARYING WS-Ua-IDX FROM 1 BY 1
              UNTIL WS-Ua-IDX > WS-Ua-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "AUTHMNT: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
           PERFORM 1010-Load-Auth-Table.
           PERFORM 1030-Collect-Approvals.
           OPEN INPUT AuthTxnFile.
           IF NOT WS-AuthTxnFile-Good
              MOVE "PSAP002E" TO WS-Msg-Id
              MOVE "user-authority-txns" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open AuthTxnFile Failed."
              DISPLAY "File Status: " WS-AuthTxnFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT NewAuthFile.
      *    EXTEND appends to the permanent audit; if this is the
      *    very first run, fall back to creating it.
           OPEN EXTEND AuthAuditFile.
           IF NOT WS-AuthAuditFile-Good
              OPEN OUTPUT AuthAuditFile
           END-IF.

      *    A missing file just means this batch is its first
      *    grants.
       1010-Load-Auth-Table.
           OPEN INPUT AuthFile.
           IF WS-AuthFile-Good
              PERFORM 1015-Load-One-Auth-Row
                 UNTIL WS-AuthFile-EOF
              CLOSE AuthFile
           END-IF.

       1015-Load-One-Auth-Row.
           READ AuthFile
              AT END SET WS-AuthFile-EOF TO TRUE
           END-READ.
           IF WS-AuthFile-Good
              ADD +1 TO FD-AuthFile-Record-Cnt
              PERFORM 1050-Add-Table-Row
              MOVE Uau-USER-AUTHORITY TO WS-Ua-Row(WS-Ua-IDX)
           END-IF.

      *    First pass over the batch just gathers the 'P' rows;
      *    the file is then reopened for the apply pass.
       1030-Collect-Approvals.
           OPEN INPUT AuthTxnFile.
           IF WS-AuthTxnFile-Good
              PERFORM 1035-Collect-One-Approval
                 UNTIL WS-AuthTxnFile-EOF
           END-IF.
           CLOSE AuthTxnFile.

       1035-Collect-One-Approval.
           READ AuthTxnFile
              AT END SET WS-AuthTxnFile-EOF TO TRUE
           END-READ.
           IF WS-AuthTxnFile-Good AND FD-Atx-Code = 'P'
              IF WS-Appr-Cnt >= WS-Appr-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Approval-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Appr-Cnt
              SET WS-Appr-IDX TO WS-Appr-Cnt
              MOVE FD-Atx-Key TO WS-Appr-Key(WS-Appr-IDX)
              MOVE FD-Atx-Submitter TO WS-Appr-Id(WS-Appr-IDX)
           END-IF.

       1050-Add-Table-Row.
           IF WS-Ua-Cnt >= WS-Ua-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Ua-Table-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Ua-Cnt.
           SET WS-Ua-IDX TO WS-Ua-Cnt.
           MOVE SPACES TO WS-Ua-Row(WS-Ua-IDX).
           SET WS-Ua-Row-Active(WS-Ua-IDX) TO TRUE.

       2000-Apply-Transactions.
           READ AuthTxnFile
              AT END SET WS-AuthTxnFile-EOF TO TRUE
           END-READ.
           IF WS-AuthTxnFile-Good
              ADD +1 TO FD-AuthTxnFile-Record-Cnt
              PERFORM 2010-Unpack-Transaction
              IF WS-Txn-Approval
                 ADD +1 TO WS-Txn-Approval-Cnt
              ELSE
                 PERFORM 2020-Validate-Transaction
                 IF WS-Txn-Valid
                    PERFORM 2100-Apply-Transaction
                    ADD +1 TO WS-Txn-Applied-Cnt
                 ELSE
                    ADD +1 TO WS-Txn-Rejected-Cnt
                 END-IF
                 PERFORM 2200-Write-Audit-Line
              END-IF
           ELSE
              IF WS-AuthTxnFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "user-authority-txns" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Apply-Transactions"
                 DISPLAY "Read AuthTxnFile Failed."
                 DISPLAY "File Status: " WS-AuthTxnFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2010-Unpack-Transaction.
           MOVE FD-Atx-Code TO WS-Txn-Code.
           MOVE FD-Atx-Key TO WS-Txn-Key.
           MOVE FD-Atx-Submitter TO WS-Txn-Submitter.
           MOVE SPACES TO WS-Txn-Approver WS-Txn-Reject-Reason.
           MOVE ZERO TO WS-Txn-Expiry.

       2020-Validate-Transaction.
           SET WS-Txn-Valid TO TRUE.
           EVALUATE TRUE
              WHEN WS-Txn-Grant
              WHEN WS-Txn-Revoke
              WHEN WS-Txn-Certify
                 CONTINUE
              WHEN OTHER
                 SET WS-Txn-Invalid TO TRUE
                 MOVE "UNKNOWN TXN CODE" TO WS-Txn-Reject-Reason
                 DISPLAY "** REJECTED **: Unknown Txn Code: "
                    WS-Txn-Code
           END-EVALUATE.

           IF WS-Txn-Valid AND
              (WS-Txn-User-Id = SPACES OR WS-Txn-Role = SPACES)
              SET WS-Txn-Invalid TO TRUE
              MOVE "USER OR ROLE MISSING" TO WS-Txn-Reject-Reason
              DISPLAY "** REJECTED **: User Or Role Missing: "
                 WS-Txn-User-Id "-" WS-Txn-Role
           END-IF.

           IF WS-Txn-Valid AND WS-Txn-Submitter = SPACES
              SET WS-Txn-Invalid TO TRUE
              MOVE "SUBMITTER ID MISSING" TO WS-Txn-Reject-Reason
              DISPLAY "** REJECTED **: Submitter Id Missing: "
                 WS-Txn-User-Id "-" WS-Txn-Role
           END-IF.

           IF WS-Txn-Valid AND WS-Txn-Submitter = WS-Txn-User-Id
              SET WS-Txn-Invalid TO TRUE
              MOVE "SUBMITTER IS THE USER" TO WS-Txn-Reject-Reason
              DISPLAY "** REJECTED **: Submitter Is The User: "
                 WS-Txn-User-Id "-" WS-Txn-Role
           END-IF.

           IF WS-Txn-Valid
              PERFORM 2030-Find-Matching-Row
              IF (WS-Txn-Revoke OR WS-Txn-Certify) AND
                 WS-Ua-Row-Not-Found
                 SET WS-Txn-Invalid TO TRUE
                 MOVE "NO MATCHING GRANT" TO WS-Txn-Reject-Reason
                 DISPLAY "** REJECTED **: No Matching Grant: "
                    WS-Txn-User-Id "-" WS-Txn-Role
              END-IF
           END-IF.

           IF WS-Txn-Valid AND WS-Txn-Grant
              PERFORM 2040-Validate-Grant-Fields
           END-IF.

           IF WS-Txn-Valid AND WS-Txn-Certify
              MOVE WS-Ua-Row(WS-Txn-Match-IDX) TO
                 Wua-USER-AUTHORITY
              IF WS-Txn-Submitter NOT = Wua-MANAGER-ID
                 SET WS-Txn-Invalid TO TRUE
                 MOVE "NOT THE GRANT'S MANAGER" TO
                    WS-Txn-Reject-Reason
                 DISPLAY "** REJECTED **: Not The Grant's Manager: "
                    WS-Txn-User-Id "-" WS-Txn-Role
              END-IF
           END-IF.

           IF WS-Txn-Valid AND (WS-Txn-Grant OR WS-Txn-Revoke)
              PERFORM 2025-Check-Approval
              IF WS-Appr-Not-Found
                 SET WS-Txn-Invalid TO TRUE
                 MOVE "NO SECOND-PERSON APPROVAL" TO
                    WS-Txn-Reject-Reason
                 DISPLAY "** REJECTED **: No Second-Person "
                    "Approval: " WS-Txn-User-Id "-" WS-Txn-Role
              END-IF
           END-IF.

           IF WS-Txn-Valid AND (WS-Txn-Grant OR WS-Txn-Revoke)
              MOVE WS-Txn-Submitter TO WS-Auth-User-Id
              PERFORM 2050-Check-Maint-Authority
              IF WS-Auth-Refused
                 SET WS-Txn-Invalid TO TRUE
                 MOVE "SUBMITTER NOT AUTHORIZED" TO
                    WS-Txn-Reject-Reason
                 DISPLAY "** REJECTED **: Submitter Not Authorized: "
                    WS-Txn-Submitter " " WS-Auth-Reason
              END-IF
           END-IF.

           IF WS-Txn-Valid AND (WS-Txn-Grant OR WS-Txn-Revoke)
              MOVE WS-Txn-Approver TO WS-Auth-User-Id
              PERFORM 2050-Check-Maint-Authority
              IF WS-Auth-Refused
                 SET WS-Txn-Invalid TO TRUE
                 MOVE "APPROVER NOT AUTHORIZED" TO
                    WS-Txn-Reject-Reason
                 DISPLAY "** REJECTED **: Approver Not Authorized: "
                    WS-Txn-Approver " " WS-Auth-Reason
              END-IF
           END-IF.

      *    A grant or revoke needs a 'P' approval row for the
      *    same user and role from a DIFFERENT id than the
      *    submitter -- and not from the user being granted.
       2025-Check-Approval.
           SET WS-Appr-Not-Found TO TRUE.
           PERFORM VARYING WS-Appr-IDX FROM 1 BY 1
              UNTIL WS-Appr-IDX > WS-Appr-Cnt
              IF WS-Appr-Key(WS-Appr-IDX) = WS-Txn-Key AND
                 WS-Appr-Id(WS-Appr-IDX) NOT = WS-Txn-Submitter AND
                 WS-Appr-Id(WS-Appr-IDX) NOT = WS-Txn-User-Id AND
                 WS-Appr-Id(WS-Appr-IDX) NOT = SPACES
                 SET WS-Appr-Found TO TRUE
                 MOVE WS-Appr-Id(WS-Appr-IDX) TO WS-Txn-Approver
                 SET WS-Appr-IDX TO WS-Appr-Cnt
              END-IF
           END-PERFORM.

       2030-Find-Matching-Row.
           SET WS-Ua-Row-Not-Found TO TRUE.
           MOVE ZERO TO WS-Txn-Match-IDX.
           PERFORM VARYING WS-Ua-IDX FROM 1 BY 1
              UNTIL WS-Ua-IDX > WS-Ua-Cnt
              IF WS-Ua-Row-Active(WS-Ua-IDX) AND
                 WS-Ua-Key(WS-Ua-IDX) = WS-Txn-Key
                 SET WS-Ua-Row-Found TO TRUE
                 SET WS-Txn-Match-IDX TO WS-Ua-IDX
                 SET WS-Ua-IDX TO WS-Ua-Cnt
              END-IF
           END-PERFORM.

      *    At least one function, every one of them known; a
      *    scope type the checkers understand, with a value when
      *    it is not unscoped; an expiry after today; and a
      *    manager who is not the user.
       2040-Validate-Grant-Fields.
           MOVE ZERO TO WS-Fn-Given-Cnt WS-Fn-Bad-Cnt.
           PERFORM 2045-Check-One-Function
              VARYING WS-Fn-IDX FROM 1 BY 4
              UNTIL WS-Fn-IDX > 29.
           IF WS-Fn-Given-Cnt = ZERO OR WS-Fn-Bad-Cnt > ZERO
              SET WS-Txn-Invalid TO TRUE
              MOVE "BAD FUNCTION CODES" TO WS-Txn-Reject-Reason
              DISPLAY "** REJECTED **: Bad Function Codes: "
                 WS-Txn-User-Id "-" FD-Atx-Function-Codes
           END-IF.

           MOVE FD-Atx-Scope-Type TO Wua-SCOPE-TYPE.
           IF WS-Txn-Valid AND
              (NOT Wua-SCOPE-VALID OR
               (NOT Wua-SCOPE-ALL AND FD-Atx-Scope-Value = SPACES))
              SET WS-Txn-Invalid TO TRUE
              MOVE "BAD SCOPE" TO WS-Txn-Reject-Reason
              DISPLAY "** REJECTED **: Bad Scope: "
                 WS-Txn-User-Id "-" FD-Atx-Scope-Type
                 FD-Atx-Scope-Value
           END-IF.

           IF WS-Txn-Valid
              IF FD-Atx-Expiry IS NUMERIC
                 MOVE FD-Atx-Expiry TO WS-Txn-Expiry
              END-IF
              IF WS-Txn-Expiry <= WS-Run-Date
                 SET WS-Txn-Invalid TO TRUE
                 MOVE "BAD EXPIRY DATE" TO WS-Txn-Reject-Reason
                 DISPLAY "** REJECTED **: Bad Expiry Date: "
                    WS-Txn-User-Id "-" FD-Atx-Expiry
              END-IF
           END-IF.

           IF WS-Txn-Valid AND
              (FD-Atx-Manager-Id = SPACES OR
               FD-Atx-Manager-Id = WS-Txn-User-Id)
              SET WS-Txn-Invalid TO TRUE
              MOVE "BAD MANAGER ID" TO WS-Txn-Reject-Reason
              DISPLAY "** REJECTED **: Bad Manager Id: "
                 WS-Txn-User-Id "-" FD-Atx-Manager-Id
           END-IF.

       2045-Check-One-Function.
           MOVE FD-Atx-Function-Codes(WS-Fn-IDX:4) TO WS-Fn-Hold.
           IF WS-Fn-Hold NOT = SPACES
              ADD +1 TO WS-Fn-Given-Cnt
              IF NOT WS-Fn-Known
                 ADD +1 TO WS-Fn-Bad-Cnt
              END-IF
           END-IF.

      *    Maintaining authority is itself the AUTH function,
      *    unscoped.
       2050-Check-Maint-Authority.
           SET WS-Auth-Check TO TRUE.
           MOVE "AUTHMNT" TO WS-Auth-Program.
           MOVE "AUTH" TO WS-Auth-Function-Code.
           MOVE SPACES TO WS-Auth-Supplier-Code WS-Auth-Buyer-Code
                          WS-Auth-Pair-Id.
           MOVE WS-Run-Date TO WS-Auth-Business-Date.
           CALL 'AUTHCHK' USING WS-Auth-Request.

       2100-Apply-Transaction.
           EVALUATE TRUE
              WHEN WS-Txn-Grant
                 PERFORM 2110-Apply-Grant
              WHEN WS-Txn-Revoke
                 SET WS-Ua-Row-Deleted(WS-Txn-Match-IDX) TO TRUE
              WHEN WS-Txn-Certify
                 MOVE WS-Run-Date TO Wua-CERTIFIED-DATE
                 MOVE Wua-USER-AUTHORITY TO
                    WS-Ua-Row(WS-Txn-Match-IDX)
           END-EVALUATE.

      *    A change replaces the grant outright -- it is a new
      *    decision by a new pair of people, and owes its own
      *    recertification.
       2110-Apply-Grant.
           IF WS-Ua-Row-Not-Found
              PERFORM 1050-Add-Table-Row
              SET WS-Txn-Match-IDX TO WS-Ua-IDX
           END-IF.
           MOVE SPACES TO Wua-USER-AUTHORITY.
           MOVE WS-Txn-User-Id TO Wua-USER-ID.
           MOVE WS-Txn-Role TO Wua-ROLE.
           MOVE FD-Atx-Function-Codes TO Wua-FUNCTION-CODES.
           MOVE FD-Atx-Scope-Type TO Wua-SCOPE-TYPE.
           MOVE FD-Atx-Scope-Value TO Wua-SCOPE-VALUE.
           MOVE WS-Txn-Expiry TO Wua-EXPIRY-DATE.
           MOVE FD-Atx-Manager-Id TO Wua-MANAGER-ID.
           MOVE WS-Txn-Submitter TO Wua-GRANTED-BY.
           MOVE WS-Txn-Approver TO Wua-APPROVED-BY.
           MOVE WS-Run-Date TO Wua-GRANTED-DATE.
           MOVE ZERO TO Wua-CERTIFIED-DATE.
           MOVE Wua-USER-AUTHORITY TO WS-Ua-Row(WS-Txn-Match-IDX).

      *    One line per transaction, applied or not, appended to
      *    the permanent audit file with the ids behind it.
       2200-Write-Audit-Line.
           MOVE SPACES TO FD-AuthAudit-Record.
           MOVE WS-Run-Date TO FD-AuthAudit-Record(1:8).
           MOVE WS-Txn-Submitter TO FD-AuthAudit-Record(10:8).
           MOVE WS-Txn-Code TO FD-AuthAudit-Record(19:1).
           MOVE WS-Txn-User-Id TO FD-AuthAudit-Record(21:8).
           MOVE WS-Txn-Role TO FD-AuthAudit-Record(30:8).
           MOVE WS-Txn-Approver TO FD-AuthAudit-Record(39:8).
           IF WS-Txn-Valid
              MOVE "APPLIED" TO FD-AuthAudit-Record(48:8)
              IF WS-Txn-Grant
                 MOVE FD-Atx-Function-Codes TO
                    FD-AuthAudit-Record(57:32)
                 MOVE FD-Atx-Scope-Type TO FD-AuthAudit-Record(90:1)
                 MOVE FD-Atx-Scope-Value TO
                    FD-AuthAudit-Record(92:10)
                 MOVE WS-Txn-Expiry TO FD-AuthAudit-Record(103:8)
              END-IF
           ELSE
              MOVE "REJECTED" TO FD-AuthAudit-Record(48:8)
              MOVE WS-Txn-Reject-Reason TO
                 FD-AuthAudit-Record(57:30)
           END-IF.
           WRITE FD-AuthAudit-Record.
           IF NOT WS-AuthAuditFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "user-authority-audit" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2200-Write-Audit-Line"
              DISPLAY "Write AuthAuditFile Failed."
              DISPLAY "File Status: " WS-AuthAuditFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2500-Write-One-Auth-Row.
           IF WS-Ua-Row-Active(WS-Ua-IDX)
              MOVE WS-Ua-Row(WS-Ua-IDX) TO NewUau-USER-AUTHORITY
              WRITE NewUau-USER-AUTHORITY
              IF WS-NewAuthFile-Good
                 ADD +1 TO FD-NewAuth-Record-Cnt
                 MOVE SPACES TO WS-Hash-Record
                 MOVE NewUau-USER-AUTHORITY TO WS-Hash-Record
                 CALL 'PSAPHASH' USING WS-Hash-Record
                    WS-New-File-Hash
              ELSE
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "user-authority-new" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2500-Write-One-Auth-Row"
                 DISPLAY "File Status: " WS-NewAuthFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       3000-End-Job.
           DISPLAY "AUTHMNT: 3000-End-Job".
           CLOSE AuthTxnFile NewAuthFile AuthAuditFile.
      *    The control line PROMOTE verifies the USERAUTH pair
      *    against -- count and the PSAPHASH hash of every
      *    record written.
           OPEN OUTPUT AuthCtlFile.
           MOVE FD-NewAuth-Record-Cnt TO FD-Ctl-Count.
           MOVE WS-New-File-Hash TO FD-Ctl-Hash.
           WRITE FD-AuthCtl-Record.
           CLOSE AuthCtlFile.
           SET WS-Auth-End TO TRUE.
           CALL 'AUTHCHK' USING WS-Auth-Request.
           DISPLAY "  Auth-Maint: Grants On File:  "
              FD-AuthFile-Record-Cnt.
           DISPLAY "  Auth-Maint: Txns Read:       "
              FD-AuthTxnFile-Record-Cnt.
           DISPLAY "  Auth-Maint: Approvals Read:  "
              WS-Txn-Approval-Cnt.
           DISPLAY "  Auth-Maint: Txns Applied:    "
              WS-Txn-Applied-Cnt.
           DISPLAY "  Auth-Maint: Txns Rejected:   "
              WS-Txn-Rejected-Cnt.
           DISPLAY "  Auth-Maint: Grants Written:  "
              FD-NewAuth-Record-Cnt.
