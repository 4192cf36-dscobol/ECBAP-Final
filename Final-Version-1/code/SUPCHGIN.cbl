      ***********************************************************
      * Program name:    SUPCHGIN
      * Original author: David Stagowski
      *
      *    Description: Supplier-submitted contact and address
      *       changes -- validate and stage.
      *
      *    Contact and address changes used to reach the keyed
      *    masters only inside the plant's nightly supplier file.
      *    A supplier (or purchasing on its behalf) now submits
      *    them directly on ../data/supplier-change-txns.dat.txt,
      *    one SUPCHG record per line: submitter id, supplier
      *    code, action, kind, and the contact or address
      *    occurrence.
      *
      *    Each transaction is held to the rules the PSAP load
      *    applies -- CONTCALL's name/phone/email checks and
      *    ADDRCALL's required fields, address type, state/zip/
      *    city triple for a domestic address, country list and
      *    postal shape for a foreign one, and the restricted-
      *    party screen -- classified fatal or warning through
      *    the same severity parameter file and check ids.  On
      *    top of those: the supplier has to be on SUPPOUT, a
      *    supplier keeps one address of each type (an address
      *    is keyed by its type here, so that one is not
      *    classifiable), a change or delete has to find its
      *    occurrence, and a contact add may not repeat a name
      *    the supplier already has.  A contact add with a zero
      *    sequence is given the supplier's next free sequence
      *    from 51 up, clear of the positions the plant's file
      *    fills.
      *
      *    Same review-then-promote pattern SUPCLMNT uses: the
      *    standing changes (../data/supplier-changes.dat.txt)
      *    are read into a table, accepted transactions replace
      *    the entry for their occurrence -- the existence checks
      *    see CONTOUT and addrout with the standing changes laid
      *    over them -- and the result goes to
      *    ../data/supplier-changes-new.dat.txt with the count/
      *    hash control file PROMOTE verifies beside it.  Nothing
      *    reaches the masters until the SUPCHG pair is promoted
      *    and SUPCHGAP applies it.  Action R releases a standing
      *    change, so the plant's copy of that occurrence stands
      *    again from the next PSAP load on.
      *
      *    Every transaction, accepted or not, is appended to the
      *    permanent audit ../data/supplier-change-audit.dat.txt
      *    with its submitter, the ZIPMAINT idiom; rejects are
      *    listed on SYSOUT with a reason for the operator's
      *    review.  An accepted remit ('3'-type) change is marked
      *    for the payment hold SUPCHGAP raises when it applies.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for supplier-submitted
      *                          contact and address changes
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPCHGIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChgFile
           ASSIGN TO "../data/supplier-changes.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChgFile-Status.

           SELECT ChgTxnFile
           ASSIGN TO "../data/supplier-change-txns.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChgTxnFile-Status.

           SELECT NewChgFile
           ASSIGN TO "../data/supplier-changes-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewChgFile-Status.

           SELECT ChgCtlFile
           ASSIGN TO "../data/supplier-changes-new.dat.txt.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChgCtlFile-Status.

           SELECT ChgAuditFile
           ASSIGN TO "../data/supplier-change-audit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChgAuditFile-Status.

           SELECT BusinessDateFile
           ASSIGN TO PSAPBDTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BusinessDateFile-Status.

      *    SuppOut's own SELECT in SUPPCALL.cbl is the authority
      *    on this file's physical format.
           SELECT SuppOut
           ASSIGN TO SUPPOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SuppOut-SUPPLIER-CODE
           ALTERNATE RECORD KEY IS SuppOut-SUPPLIER-NAME
              WITH DUPLICATES
           FILE STATUS IS WS-SuppOut-Status.

      *    ContOut's own SELECT in CONTCALL.cbl is the authority.
           SELECT ContOut
           ASSIGN TO CONTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Cont-CONT-KEY
           FILE STATUS IS WS-ContOut-Status.

           SELECT AddrOut
           ASSIGN TO "../data/addrout.dat.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AddrOut-ADDR-KEY
           FILE STATUS IS WS-AddrOut-Status.

      *    The reference and parameter files ADDRCALL and
      *    CONTCALL validate against.
           SELECT ZipFile
           ASSIGN TO "../data/state-address-zip.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ZipFile-Status.

           SELECT CountryFile
           ASSIGN TO "../data/country-code.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CountryFile-Status.

           SELECT SeverityFile
           ASSIGN TO "../data/severity-rules.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SeverityFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ChgFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPCHG REPLACING ==:tag:== BY ==Chg==.

       FD  ChgTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPCHG REPLACING ==:tag:== BY ==Txn==.

       FD  NewChgFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-NewChg-Record             PIC X(104).

       FD  ChgCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ChgCtl-Record.
           05 FD-Ctl-Count              PIC 9(09).
           05 FD-Ctl-Hash               PIC 9(13).

       FD  ChgAuditFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ChgAudit-Record           PIC X(132).

       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BusinessDate-Record       PIC 9(08).

       FD  SuppOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPOUT REPLACING ==:tag:== BY ==SuppOut==.

       FD  ContOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CONTOUT REPLACING ==:tag:== BY ==Cont==.

       FD  AddrOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ADDROUT REPLACING ==:tag:== BY ==AddrOut==.

       FD  ZipFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ZipFile-Record  PIC X(48).

       FD  CountryFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CountryFile-Record  PIC X(25).

       FD  SeverityFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Severity-Record.
           05 FD-Sev-Check-Id           PIC X(12).
           05 FD-Sev-Class              PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ChgFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChgTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewChgFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChgCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChgAuditFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BusinessDateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ContOut==.
           COPY WSFST REPLACING ==:tag:== BY ==AddrOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ZipFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CountryFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SeverityFile==.

       01  WS-File-Counters.
           12 FD-ChgFile-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 FD-ChgTxnFile-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 FD-NewChg-Record-Cnt         PIC S9(4) COMP VALUE ZERO.

       01  WS-Txn-Counters.
           12 WS-Txn-Applied-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Rejected-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Released-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Warn-Only-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Remit-Change-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Rps-Hit-Cnt               PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Txn-Valid-Flag            PIC X.
              88 WS-Txn-Valid                 VALUE 'Y'.
              88 WS-Txn-Invalid               VALUE 'N'.
           12 WS-Txn-Warned-Flag           PIC X.
              88 WS-Txn-Warned                VALUE 'Y'.
              88 WS-Txn-Not-Warned            VALUE 'N'.
           12 WS-Chg-Row-Found-Flag        PIC X.
              88 WS-Chg-Row-Found             VALUE 'Y'.
              88 WS-Chg-Row-Not-Found         VALUE 'N'.
           12 WS-Occ-Exists-Flag           PIC X.
              88 WS-Occ-Exists                VALUE 'Y'.
              88 WS-Occ-Not-Exists            VALUE 'N'.
           12 WS-ContOut-Open-Flag         PIC X VALUE 'N'.
              88 WS-ContOut-Open              VALUE 'Y'.
           12 WS-AddrOut-Open-Flag         PIC X VALUE 'N'.
              88 WS-AddrOut-Open              VALUE 'Y'.
           12 WS-State-Zip-Found-Flag      PIC X.
              88 WS-State-Zip-Found           VALUE 'Y'.
              88 WS-State-Zip-Not-Found       VALUE 'N'.
           12 WS-Country-Found-Flag        PIC X.
              88 WS-Country-Found             VALUE 'Y'.
              88 WS-Country-Not-Found         VALUE 'N'.
           12 WS-Postal-Bad-Flag           PIC X VALUE 'N'.
              88 WS-Postal-Bad                VALUE 'Y'.

      *    The standing changes, plus every transaction accepted
      *    so far this run.  The occurrence key is the contact
      *    sequence, or the address type and a blank.
       01  WS-Chg-Table-Storage.
           12 WS-Chg-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Chg-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Chg-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Chg-Cnt
              INDEXED BY WS-Chg-IDX.
              15 WS-Chg-Supplier           PIC X(10).
              15 WS-Chg-Kind               PIC X(01).
              15 WS-Chg-Occ-Key            PIC X(02).
              15 WS-Chg-Image              PIC X(104).
              15 WS-Chg-Released-Flag      PIC X.
                 88 WS-Chg-Row-Released       VALUE 'Y'.
                 88 WS-Chg-Row-Active         VALUE 'N'.

      *    One supplier's contacts and addresses as the masters
      *    will hold them once the standing changes are applied
      *    -- rebuilt for each transaction, so a batch sees its
      *    own earlier lines.
       01  WS-Effective-View.
           12 WS-Eff-Contact OCCURS 99 TIMES.
              15 WS-Eff-Cont-Used-Flag     PIC X.
                 88 WS-Eff-Cont-Used          VALUE 'Y'.
              15 WS-Eff-Cont-Name          PIC X(20).
           12 WS-Eff-Address OCCURS 4 TIMES.
              15 WS-Eff-Addr-Used-Flag     PIC X.
                 88 WS-Eff-Addr-Used          VALUE 'Y'.

       01  WS-Txn-Work.
           12 WS-Business-Date             PIC 9(08) VALUE ZERO.
           12 WS-Txn-Occ-Key               PIC X(02) VALUE SPACES.
           12 WS-Txn-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Reject-Reason         PIC X(30) VALUE SPACES.
           12 WS-Txn-Remark                PIC X(30) VALUE SPACES.
           12 WS-Eff-Sub                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Seq-Sub                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Type-Sub                  PIC 9(01) VALUE ZERO.
           12 WS-Free-Seq                  PIC 9(02) VALUE ZERO.
           12 WS-First-Free-Seq            PIC S9(4) COMP VALUE +51.
           12 WS-Digit-Tally               PIC S9(4) COMP VALUE ZERO.
           12 WS-At-Tally                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Postal-Scan-IDX           PIC S9(4) COMP VALUE ZERO.
           12 WS-Postal-Char               PIC X(01) VALUE SPACE.

      *    A standing entry's fields, for the overlay.
           COPY SUPCHG REPLACING ==:tag:== BY ==Wk==.

       01  WS-Severity-Storage.
      *    Check-id to class ('F' fatal / 'W' warning), loaded
      *    once per run.  Required fields and duplicate keys are
      *    not classifiable -- downstream files cannot carry a
      *    record without them, so those checks stay hard fatal
      *    by design.
           12 WS-Sev-Max-Cnt             PIC S9(4) COMP VALUE +100.
           12 WS-Sev-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Sev-Table OCCURS 0 TO 100 TIMES
              DEPENDING ON WS-Sev-Cnt
              INDEXED BY WS-Sev-IDX.
              15 WS-Sev-Check            PIC X(12).
              15 WS-Sev-Class            PIC X(01).
           12 WS-Sev-Check-Id            PIC X(12) VALUE SPACES.
           12 WS-Sev-Fatal-Flag          PIC X VALUE 'F'.
              88 WS-Sev-Fatal               VALUE 'F'.
              88 WS-Sev-Warning             VALUE 'W'.

       01  WS-Country-Table-Storage.
           12 WS-Country-Max-Cnt           PIC S9(4) COMP VALUE +300.
           12 WS-Country-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Country-Table OCCURS 0 TO 300 TIMES
              DEPENDING ON WS-Country-Cnt
              INDEXED BY WS-Country-IDX.
              15 WS-Country-Code     PIC X(3).
              15 WS-Country-Name     PIC X(20).

       01  WS-Zip-Table-Storage.
           12 WS-Zip-Max-Element-Counter   PIC S9(4) COMP VALUE +9999.
           12 WS-Zip-Occurs-Dep-Counter    PIC S9(4) COMP VALUE ZERO.
           12 WS-Zip-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Zip-Occurs-Dep-Counter
              INDEXED BY WS-Zip-IDX.
              15 WS-Zip-State       PIC X(15).
              15 WS-Zip-Abbr        PIC X(2).
              15 WS-Zip-Low         PIC X(5).
              15 WS-ZIP-High        PIC X(5).
              15 WS-Zip-City        PIC X(15).

       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-New-File-Hash             PIC 9(13) VALUE ZERO.

       COPY MSGAREA.
       COPY RPSAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Apply-Transactions UNTIL WS-ChgTxnFile-EOF.
           PERFORM 2500-Write-One-Chg-Row
              VARYING WS-Chg-IDX FROM 1 BY 1
              UNTIL WS-Chg-IDX > WS-Chg-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "SUPCHGIN: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date.
           OPEN INPUT BusinessDateFile.
           IF WS-BusinessDateFile-Good
              READ BusinessDateFile
              IF WS-BusinessDateFile-Good AND
                 FD-BusinessDate-Record IS NUMERIC
                 MOVE FD-BusinessDate-Record TO WS-Business-Date
              END-IF
           END-IF.
           CLOSE BusinessDateFile.
           PERFORM 1010-Load-Chg-Table.
           PERFORM 1030-Load-Zip-Table.
           PERFORM 1040-Load-Country-Table.
           PERFORM 1090-Load-Severity-Rules.
           OPEN INPUT SuppOut.
           IF NOT WS-SuppOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "SUPPOUT" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open SuppOut Failed."
              DISPLAY "File Status: " WS-SuppOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
      *    No CONTOUT or addrout yet just means the supplier has
      *    nothing on them for a change to find.
           OPEN INPUT ContOut.
           IF WS-ContOut-Good
              SET WS-ContOut-Open TO TRUE
           END-IF.
           OPEN INPUT AddrOut.
           IF WS-AddrOut-Good
              SET WS-AddrOut-Open TO TRUE
           END-IF.
           OPEN INPUT ChgTxnFile.
           IF NOT WS-ChgTxnFile-Good
              MOVE "PSAP002E" TO WS-Msg-Id
              MOVE "supplier-change-txns" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open ChgTxnFile Failed."
              DISPLAY "File Status: " WS-ChgTxnFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
      *    EXTEND appends to the permanent audit; if this is the
      *    very first run, fall back to creating it.
           OPEN EXTEND ChgAuditFile.
           IF NOT WS-ChgAuditFile-Good
              OPEN OUTPUT ChgAuditFile
           END-IF.
           OPEN OUTPUT NewChgFile.

      *    A missing file just means this batch is the first
      *    standing change.
       1010-Load-Chg-Table.
           OPEN INPUT ChgFile.
           IF WS-ChgFile-Good
              PERFORM 1015-Load-One-Chg-Row
                 UNTIL WS-ChgFile-EOF
              CLOSE ChgFile
           END-IF.

       1015-Load-One-Chg-Row.
           READ ChgFile
              AT END SET WS-ChgFile-EOF TO TRUE
           END-READ.
           IF WS-ChgFile-Good
              ADD +1 TO FD-ChgFile-Record-Cnt
              PERFORM 1050-Add-Table-Row
              MOVE Chg-SUPPLIER-CODE TO WS-Chg-Supplier(WS-Chg-IDX)
              MOVE Chg-KIND TO WS-Chg-Kind(WS-Chg-IDX)
              IF Chg-KIND-CONTACT
                 MOVE Chg-CONTACT-SEQ TO WS-Chg-Occ-Key(WS-Chg-IDX)
              ELSE
                 MOVE Chg-ADDRESS-TYPE TO
                    WS-Chg-Occ-Key(WS-Chg-IDX)
              END-IF
              MOVE Chg-SUPP-CHANGE TO WS-Chg-Image(WS-Chg-IDX)
           END-IF.

       1050-Add-Table-Row.
           IF WS-Chg-Cnt >= WS-Chg-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Chg-Table-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Chg-Cnt.
           SET WS-Chg-IDX TO WS-Chg-Cnt.
           MOVE SPACES TO WS-Chg-Supplier(WS-Chg-IDX)
                          WS-Chg-Kind(WS-Chg-IDX)
                          WS-Chg-Occ-Key(WS-Chg-IDX)
                          WS-Chg-Image(WS-Chg-IDX).
           SET WS-Chg-Row-Active(WS-Chg-IDX) TO TRUE.

       1030-Load-Zip-Table.
           OPEN INPUT ZipFile.
           SET WS-Zip-IDX TO +1.
           PERFORM 1035-Load-Zip UNTIL WS-ZipFile-EOF.
           CLOSE ZipFile.
           IF WS-Zip-Occurs-Dep-Counter >
              WS-Zip-Max-Element-Counter
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Zip-Table-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
           END-IF.

       1035-Load-Zip.
           READ ZipFile
              AT END SET WS-ZipFile-EOF TO TRUE
           END-READ.
           IF WS-ZipFile-Good
              ADD +1 TO WS-Zip-Occurs-Dep-Counter
              MOVE FD-ZipFile-Record(1:16) TO
                 WS-Zip-State(WS-Zip-IDX)
              MOVE FD-ZipFile-Record(17:2) TO
                 WS-Zip-Abbr(WS-Zip-IDX)
              MOVE FD-ZipFile-Record(21:5) TO
                 WS-Zip-Low(WS-Zip-IDX)
              MOVE FD-ZipFile-Record(29:5) TO
                 WS-ZIP-High(WS-Zip-IDX)
              MOVE FD-ZipFile-Record(34:15) TO
                 WS-Zip-City(WS-Zip-IDX)
              SET WS-Zip-IDX UP BY +1
           ELSE
              IF WS-ZipFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "state-address-zip" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 1035-Load-Zip"
                 DISPLAY "Read ZipFile Failed."
                 DISPLAY "File Status: " WS-ZipFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       1040-Load-Country-Table.
           OPEN INPUT CountryFile.
           IF WS-CountryFile-Good
              PERFORM 1045-Load-Country UNTIL WS-CountryFile-EOF
              CLOSE CountryFile
           END-IF.

       1045-Load-Country.
           READ CountryFile
              AT END SET WS-CountryFile-EOF TO TRUE
           END-READ.
           IF WS-CountryFile-Good
              IF WS-Country-Cnt >= WS-Country-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Country-Table-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Country-Cnt
              SET WS-Country-IDX TO WS-Country-Cnt
              MOVE FD-CountryFile-Record(1:3) TO
                 WS-Country-Code(WS-Country-IDX)
              MOVE FD-CountryFile-Record(4:20) TO
                 WS-Country-Name(WS-Country-IDX)
           END-IF.

      *    Read once per run, the VALTHRSH idiom -- a missing file
      *    just means every check keeps its compiled-in fatal
      *    class.
       1090-Load-Severity-Rules.
           OPEN INPUT SeverityFile.
           IF WS-SeverityFile-Good
              PERFORM 1095-Load-One-Severity
                 UNTIL WS-SeverityFile-EOF
              CLOSE SeverityFile
           END-IF.

       1095-Load-One-Severity.
           READ SeverityFile
              AT END SET WS-SeverityFile-EOF TO TRUE
           END-READ.
           IF WS-SeverityFile-Good
              IF WS-Sev-Cnt >= WS-Sev-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Severity-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Sev-Cnt
              SET WS-Sev-IDX TO WS-Sev-Cnt
              MOVE FD-Sev-Check-Id TO WS-Sev-Check(WS-Sev-IDX)
              MOVE FD-Sev-Class TO WS-Sev-Class(WS-Sev-IDX)
           END-IF.

       2000-Apply-Transactions.
           READ ChgTxnFile
              AT END SET WS-ChgTxnFile-EOF TO TRUE
           END-READ.
           IF WS-ChgTxnFile-Good
              ADD +1 TO FD-ChgTxnFile-Record-Cnt
              PERFORM 2020-Validate-Transaction
              IF WS-Txn-Valid
                 PERFORM 2100-Apply-Transaction
              ELSE
                 ADD +1 TO WS-Txn-Rejected-Cnt
                 DISPLAY "** REJECTED **: " WS-Txn-Reject-Reason
                    ": " Txn-SUPPLIER-CODE "-" Txn-ACTION
                    Txn-KIND "-" WS-Txn-Occ-Key
              END-IF
              PERFORM 2200-Write-Audit-Line
           ELSE
              IF WS-ChgTxnFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "supplier-change-txns" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Apply-Transactions"
                 DISPLAY "Read ChgTxnFile Failed."
                 DISPLAY "File Status: " WS-ChgTxnFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    The checks run in order and stop at the first fatal
      *    one, so the reject reason is the first thing wrong.
       2020-Validate-Transaction.
           SET WS-Txn-Valid TO TRUE.
           SET WS-Txn-Not-Warned TO TRUE.
           MOVE SPACES TO WS-Txn-Reject-Reason WS-Txn-Remark
                          WS-Txn-Occ-Key.
           EVALUATE TRUE
              WHEN Txn-ACTION-ADD
              WHEN Txn-ACTION-CHANGE
              WHEN Txn-ACTION-DELETE
              WHEN Txn-ACTION-RELEASE
                 CONTINUE
              WHEN OTHER
                 SET WS-Txn-Invalid TO TRUE
                 MOVE "UNKNOWN ACTION" TO WS-Txn-Reject-Reason
           END-EVALUATE.

           IF WS-Txn-Valid AND Txn-SUBMITTER = SPACES
              SET WS-Txn-Invalid TO TRUE
              MOVE "SUBMITTER ID MISSING" TO WS-Txn-Reject-Reason
           END-IF.

      *    A release only drops a standing entry, so it still
      *    works for a supplier since taken off SUPPOUT.
           IF WS-Txn-Valid AND NOT Txn-ACTION-RELEASE
              MOVE Txn-SUPPLIER-CODE TO SuppOut-SUPPLIER-CODE
              READ SuppOut
                 INVALID KEY
                    SET WS-Txn-Invalid TO TRUE
                    MOVE "SUPPLIER NOT ON FILE" TO
                       WS-Txn-Reject-Reason
              END-READ
           END-IF.

      *    The occurrence key: a contact's sequence (zero only on
      *    an add), or an address's type.  The type is the key
      *    the one-of-each-type rule is kept by, so an unknown
      *    type is never downgraded to a warning.
           IF WS-Txn-Valid
              EVALUATE TRUE
                 WHEN Txn-KIND-CONTACT
                    IF Txn-CONTACT-SEQ NOT NUMERIC OR
                       (Txn-CONTACT-SEQ = ZERO AND
                        NOT Txn-ACTION-ADD)
                       SET WS-Txn-Invalid TO TRUE
                       MOVE "CONTACT SEQUENCE INVALID" TO
                          WS-Txn-Reject-Reason
                    ELSE
                       MOVE Txn-CONTACT-SEQ TO WS-Txn-Occ-Key
                    END-IF
                 WHEN Txn-KIND-ADDRESS
                    IF Txn-ORDER-ADDRESS OR Txn-SCHED-ADDRESS OR
                       Txn-REMIT-ADDRESS OR Txn-BILL-ADDRESS
                       MOVE Txn-ADDRESS-TYPE TO WS-Txn-Occ-Key
                    ELSE
                       SET WS-Txn-Invalid TO TRUE
                       MOVE "ADDRESS TYPE NOT 1-4" TO
                          WS-Txn-Reject-Reason
                    END-IF
                 WHEN OTHER
                    SET WS-Txn-Invalid TO TRUE
                    MOVE "UNKNOWN KIND" TO WS-Txn-Reject-Reason
              END-EVALUATE
           END-IF.

           IF WS-Txn-Valid
              PERFORM 2030-Find-Matching-Row
           END-IF.

           IF WS-Txn-Valid AND Txn-ACTION-RELEASE
              IF WS-Chg-Row-Not-Found
                 SET WS-Txn-Invalid TO TRUE
                 MOVE "NO STANDING CHANGE TO RELEASE" TO
                    WS-Txn-Reject-Reason
              END-IF
           END-IF.

           IF WS-Txn-Valid AND
              (Txn-ACTION-ADD OR Txn-ACTION-CHANGE)
              IF Txn-KIND-CONTACT
                 PERFORM 2040-Validate-Contact
              ELSE
                 PERFORM 2050-Validate-Address
              END-IF
           END-IF.

           IF WS-Txn-Valid AND NOT Txn-ACTION-RELEASE
              PERFORM 2060-Check-Occurrence
           END-IF.

      *    A standing entry for the same occurrence -- the one
      *    this transaction replaces or releases.
       2030-Find-Matching-Row.
           SET WS-Chg-Row-Not-Found TO TRUE.
           MOVE ZERO TO WS-Txn-Match-IDX.
           PERFORM VARYING WS-Chg-IDX FROM 1 BY 1
              UNTIL WS-Chg-IDX > WS-Chg-Cnt
              IF WS-Chg-Row-Active(WS-Chg-IDX) AND
                 WS-Chg-Supplier(WS-Chg-IDX) = Txn-SUPPLIER-CODE AND
                 WS-Chg-Kind(WS-Chg-IDX) = Txn-KIND AND
                 WS-Chg-Occ-Key(WS-Chg-IDX) = WS-Txn-Occ-Key
                 SET WS-Chg-Row-Found TO TRUE
                 SET WS-Txn-Match-IDX TO WS-Chg-IDX
                 SET WS-Chg-IDX TO WS-Chg-Cnt
              END-IF
           END-PERFORM.

      *    CONTCALL's three checks, check ids and all.
       2040-Validate-Contact.
           IF Txn-CONTACT-NAME = SPACES
              MOVE "CONT-NAME" TO WS-Sev-Check-Id
              MOVE "CONTACT NAME MISSING" TO WS-Txn-Remark
              PERFORM 2900-Fail-Check
           END-IF.
           IF WS-Txn-Valid AND Txn-CONTACT-PHONE > SPACES
              MOVE ZERO TO WS-Digit-Tally
              INSPECT Txn-CONTACT-PHONE
                 TALLYING WS-Digit-Tally FOR ALL "0" ALL "1"
                 ALL "2" ALL "3" ALL "4" ALL "5" ALL "6" ALL "7"
                 ALL "8" ALL "9"
              IF WS-Digit-Tally = ZERO
                 MOVE "CONT-PHONE" TO WS-Sev-Check-Id
                 MOVE "PHONE HAS NO DIGITS" TO WS-Txn-Remark
                 PERFORM 2900-Fail-Check
              END-IF
           END-IF.
           IF WS-Txn-Valid AND Txn-CONTACT-EMAIL > SPACES
              MOVE ZERO TO WS-At-Tally
              INSPECT Txn-CONTACT-EMAIL
                 TALLYING WS-At-Tally FOR ALL "@"
              IF WS-At-Tally = ZERO
                 MOVE "CONT-EMAIL" TO WS-Sev-Check-Id
                 MOVE "EMAIL HAS NO @" TO WS-Txn-Remark
                 PERFORM 2900-Fail-Check
              END-IF
           END-IF.

      *    ADDRCALL's checks: required fields (hard fatal), then
      *    the domestic state/zip/city triple or the foreign
      *    country and postal shape, then the restricted-party
      *    screen.
       2050-Validate-Address.
           IF Txn-ADDRESS-1 = SPACE OR Txn-ADDRESS-1 = LOW-VALUE
              SET WS-Txn-Invalid TO TRUE
              MOVE "ADDRESS-1 MISSING" TO WS-Txn-Reject-Reason
           END-IF.
           IF WS-Txn-Valid AND
              (Txn-CITY = SPACE OR Txn-CITY = LOW-VALUE)
              SET WS-Txn-Invalid TO TRUE
              MOVE "CITY MISSING" TO WS-Txn-Reject-Reason
           END-IF.
           IF WS-Txn-Valid AND
              (Txn-ADDR-STATE = SPACE OR Txn-ADDR-STATE = LOW-VALUE)
              SET WS-Txn-Invalid TO TRUE
              MOVE "STATE MISSING" TO WS-Txn-Reject-Reason
           END-IF.
           IF WS-Txn-Valid
              IF Txn-COUNTRY-CODE = SPACES OR
                 Txn-COUNTRY-CODE = 'US ' OR
                 Txn-COUNTRY-CODE = 'USA'
                 PERFORM 2052-Validate-State-Zip
              ELSE
                 PERFORM 2054-Validate-Foreign-Address
              END-IF
           END-IF.
           IF WS-Txn-Valid
              PERFORM 2058-Screen-Restricted-Party
           END-IF.

       2052-Validate-State-Zip.
           SET WS-State-Zip-Not-Found TO TRUE.
           SET WS-Zip-IDX TO 1.
           SEARCH WS-Zip-Table VARYING WS-Zip-IDX
              AT END
                 CONTINUE
              WHEN Txn-ADDR-STATE = WS-Zip-Abbr(WS-Zip-IDX) AND
                 Txn-ZIP-CODE(1:5) >= WS-ZIP-Low(WS-Zip-IDX) AND
                 Txn-ZIP-CODE(1:5) <= WS-ZIP-High(WS-Zip-IDX)
                 AND (WS-Zip-City(WS-Zip-IDX) = SPACES OR
                      WS-Zip-City(WS-Zip-IDX) = Txn-CITY)
                 SET WS-State-Zip-Found TO TRUE
           END-SEARCH.
           IF WS-State-Zip-Not-Found
              MOVE "STATE/ZIP NOT ON FILE" TO WS-Txn-Remark
      *       The pair on file without the city means the city
      *       is what's wrong -- ADDRCALL's city/state-zip split.
              SET WS-Zip-IDX TO 1
              SEARCH WS-Zip-Table VARYING WS-Zip-IDX
                 AT END
                    CONTINUE
                 WHEN Txn-ADDR-STATE = WS-Zip-Abbr(WS-Zip-IDX) AND
                    Txn-ZIP-CODE(1:5) >= WS-ZIP-Low(WS-Zip-IDX) AND
                    Txn-ZIP-CODE(1:5) <= WS-ZIP-High(WS-Zip-IDX)
                    MOVE "CITY NOT IN STATE/ZIP RANGE" TO
                       WS-Txn-Remark
              END-SEARCH
              MOVE "ADDR-STZIP" TO WS-Sev-Check-Id
              PERFORM 2900-Fail-Check
           END-IF.

       2054-Validate-Foreign-Address.
           SET WS-Country-Not-Found TO TRUE.
           PERFORM VARYING WS-Country-IDX FROM 1 BY 1
              UNTIL WS-Country-IDX > WS-Country-Cnt
              IF WS-Country-Code(WS-Country-IDX) = Txn-COUNTRY-CODE
                 SET WS-Country-Found TO TRUE
                 SET WS-Country-IDX TO WS-Country-Cnt
              END-IF
           END-PERFORM.
           IF WS-Country-Not-Found
              MOVE "ADDR-COUNTRY" TO WS-Sev-Check-Id
              MOVE "COUNTRY NOT ON FILE" TO WS-Txn-Remark
              PERFORM 2900-Fail-Check
           ELSE
              PERFORM 2056-Validate-Foreign-Postal
           END-IF.

      *    Canada A9A9A9, Mexico 5 digits, anything else just
      *    non-blank -- ADDRCALL's shapes.
       2056-Validate-Foreign-Postal.
           MOVE 'N' TO WS-Postal-Bad-Flag.
           EVALUATE Txn-COUNTRY-CODE
              WHEN 'CA '
                 PERFORM VARYING WS-Postal-Scan-IDX FROM 1 BY 1
                    UNTIL WS-Postal-Scan-IDX > 6
                    MOVE Txn-ZIP-CODE(WS-Postal-Scan-IDX:1)
                       TO WS-Postal-Char
                    IF FUNCTION MOD(WS-Postal-Scan-IDX, 2) = 1
                       IF WS-Postal-Char NOT ALPHABETIC OR
                          WS-Postal-Char = SPACE
                          SET WS-Postal-Bad TO TRUE
                       END-IF
                    ELSE
                       IF WS-Postal-Char NOT NUMERIC
                          SET WS-Postal-Bad TO TRUE
                       END-IF
                    END-IF
                 END-PERFORM
              WHEN 'MX '
                 IF Txn-ZIP-CODE(1:5) NOT NUMERIC
                    SET WS-Postal-Bad TO TRUE
                 END-IF
              WHEN OTHER
                 IF Txn-ZIP-CODE = SPACES
                    SET WS-Postal-Bad TO TRUE
                 END-IF
           END-EVALUATE.
           IF WS-Postal-Bad
              MOVE "ADDR-FPOST" TO WS-Sev-Check-Id
              MOVE "POSTAL CODE FORMAT" TO WS-Txn-Remark
              PERFORM 2900-Fail-Check
           END-IF.

      *    A probable hit only warns, as in ADDRCALL: RPSCREEN
      *    has queued it for compliance, and POCALL holds the
      *    supplier's POs meanwhile.
       2058-Screen-Restricted-Party.
           SET WS-Rps-Screen TO TRUE.
           SET WS-Rps-Kind-Address TO TRUE.
           MOVE Txn-SUPPLIER-CODE TO WS-Rps-Supplier-Code.
           MOVE Txn-ADDRESS-TYPE TO WS-Rps-Address-Type.
           MOVE Txn-ADDRESS-1 TO WS-Rps-Name.
           MOVE Txn-CITY TO WS-Rps-City.
           MOVE Txn-COUNTRY-CODE TO WS-Rps-Country.
           MOVE WS-Business-Date TO WS-Rps-Business-Date.
           CALL 'RPSCREEN' USING WS-Rps-Request.
           IF WS-Rps-Open-Hit
              SET WS-Txn-Warned TO TRUE
              MOVE "RESTRICTED-PARTY REVIEW" TO WS-Txn-Remark
              ADD +1 TO WS-Rps-Hit-Cnt
              ADD +1 TO WS-Warn-Only-Cnt
              IF WS-Rps-Newly-Queued
                 MOVE "ADDR004W" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 STRING "SUPPLIER=" Txn-SUPPLIER-CODE
                    " TYPE=" Txn-ADDRESS-TYPE
                    " LIST=" WS-Rps-List-Source
                    "-" WS-Rps-List-Entry-Id
                    " SCORE=" WS-Rps-Score
                    DELIMITED BY SIZE INTO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
              END-IF
           END-IF.

      *    Does the occurrence exist once the standing changes
      *    are laid over the masters?  An add must not find one
      *    (one address of each type; no second copy of a
      *    contact's name), a change or delete must.
       2060-Check-Occurrence.
           PERFORM 2300-Build-Effective-View.
           SET WS-Occ-Not-Exists TO TRUE.
           IF Txn-KIND-CONTACT
              IF Txn-CONTACT-SEQ > ZERO
                 MOVE Txn-CONTACT-SEQ TO WS-Seq-Sub
                 IF WS-Eff-Cont-Used(WS-Seq-Sub)
                    SET WS-Occ-Exists TO TRUE
                 END-IF
              END-IF
           ELSE
              MOVE Txn-ADDRESS-TYPE TO WS-Type-Sub
              IF WS-Eff-Addr-Used(WS-Type-Sub)
                 SET WS-Occ-Exists TO TRUE
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN Txn-ACTION-ADD AND WS-Occ-Exists
                 SET WS-Txn-Invalid TO TRUE
                 IF Txn-KIND-CONTACT
                    MOVE "CONTACT SEQUENCE ON FILE" TO
                       WS-Txn-Reject-Reason
                 ELSE
                    MOVE "ADDRESS TYPE ALREADY ON FILE" TO
                       WS-Txn-Reject-Reason
                 END-IF
              WHEN (Txn-ACTION-CHANGE OR Txn-ACTION-DELETE) AND
                   WS-Occ-Not-Exists
                 SET WS-Txn-Invalid TO TRUE
                 MOVE "NO MATCHING OCCURRENCE" TO
                    WS-Txn-Reject-Reason
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-Txn-Valid AND Txn-ACTION-ADD AND Txn-KIND-CONTACT
              PERFORM 2070-Check-Contact-Add
           END-IF.

      *    A contact add may not repeat a name the supplier
      *    already has -- a resubmitted batch must not double
      *    every contact -- and a zero sequence takes the first
      *    free one from 51.
       2070-Check-Contact-Add.
           PERFORM VARYING WS-Seq-Sub FROM 1 BY 1
              UNTIL WS-Seq-Sub > 99
              IF WS-Eff-Cont-Used(WS-Seq-Sub) AND
                 WS-Eff-Cont-Name(WS-Seq-Sub) = Txn-CONTACT-NAME
                 SET WS-Txn-Invalid TO TRUE
                 MOVE "CONTACT NAME ALREADY ON FILE" TO
                    WS-Txn-Reject-Reason
                 MOVE 99 TO WS-Seq-Sub
              END-IF
           END-PERFORM.
           IF WS-Txn-Valid AND Txn-CONTACT-SEQ = ZERO
              MOVE ZERO TO WS-Free-Seq
              PERFORM VARYING WS-Seq-Sub FROM WS-First-Free-Seq
                 BY 1 UNTIL WS-Seq-Sub > 99
                 IF NOT WS-Eff-Cont-Used(WS-Seq-Sub)
                    MOVE WS-Seq-Sub TO WS-Free-Seq
                    MOVE 99 TO WS-Seq-Sub
                 END-IF
              END-PERFORM
              IF WS-Free-Seq = ZERO
                 SET WS-Txn-Invalid TO TRUE
                 MOVE "NO FREE CONTACT SEQUENCE" TO
                    WS-Txn-Reject-Reason
              ELSE
                 MOVE WS-Free-Seq TO Txn-CONTACT-SEQ
                 MOVE Txn-CONTACT-SEQ TO WS-Txn-Occ-Key
                 PERFORM 2030-Find-Matching-Row
              END-IF
           END-IF.

      *    The accepted transaction replaces the standing entry
      *    for its occurrence, or becomes one; a release drops
      *    it.
       2100-Apply-Transaction.
           IF Txn-ACTION-RELEASE
              SET WS-Chg-Row-Released(WS-Txn-Match-IDX) TO TRUE
              ADD +1 TO WS-Txn-Released-Cnt
           ELSE
              IF WS-Chg-Row-Not-Found
                 PERFORM 1050-Add-Table-Row
                 SET WS-Txn-Match-IDX TO WS-Chg-IDX
                 MOVE Txn-SUPPLIER-CODE TO
                    WS-Chg-Supplier(WS-Txn-Match-IDX)
                 MOVE Txn-KIND TO WS-Chg-Kind(WS-Txn-Match-IDX)
                 MOVE WS-Txn-Occ-Key TO
                    WS-Chg-Occ-Key(WS-Txn-Match-IDX)
              END-IF
              MOVE WS-Business-Date TO Txn-ACCEPTED-DATE
              MOVE Txn-SUPP-CHANGE TO
                 WS-Chg-Image(WS-Txn-Match-IDX)
              ADD +1 TO WS-Txn-Applied-Cnt
              IF Txn-KIND-ADDRESS AND Txn-REMIT-ADDRESS
                 ADD +1 TO WS-Remit-Change-Cnt
                 MOVE "PAYMENT HOLD WHEN APPLIED" TO WS-Txn-Remark
                 DISPLAY "** REMIT CHANGE **: " Txn-SUPPLIER-CODE
                    " -- payment hold when applied"
              END-IF
           END-IF.

      *    One line per transaction, accepted or not, appended to
      *    the permanent audit file with the id that sent it.
       2200-Write-Audit-Line.
           MOVE SPACES TO FD-ChgAudit-Record.
           MOVE WS-Business-Date TO FD-ChgAudit-Record(1:8).
           MOVE Txn-SUBMITTER TO FD-ChgAudit-Record(10:8).
           MOVE Txn-SUPPLIER-CODE TO FD-ChgAudit-Record(19:10).
           MOVE Txn-ACTION TO FD-ChgAudit-Record(30:1).
           MOVE Txn-KIND TO FD-ChgAudit-Record(32:1).
           MOVE WS-Txn-Occ-Key TO FD-ChgAudit-Record(34:2).
           EVALUATE TRUE
              WHEN WS-Txn-Invalid
                 MOVE "REJECTED" TO FD-ChgAudit-Record(37:8)
                 MOVE WS-Txn-Reject-Reason TO
                    FD-ChgAudit-Record(46:30)
              WHEN Txn-ACTION-RELEASE
                 MOVE "RELEASED" TO FD-ChgAudit-Record(37:8)
              WHEN WS-Txn-Warned
                 MOVE "WARNED" TO FD-ChgAudit-Record(37:8)
                 MOVE WS-Txn-Remark TO FD-ChgAudit-Record(46:30)
              WHEN OTHER
                 MOVE "ACCEPTED" TO FD-ChgAudit-Record(37:8)
                 MOVE WS-Txn-Remark TO FD-ChgAudit-Record(46:30)
           END-EVALUATE.
           WRITE FD-ChgAudit-Record.
           IF NOT WS-ChgAuditFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "supplier-change-audit" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2200-Write-Audit-Line"
              DISPLAY "File Status: " WS-ChgAuditFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    The supplier's contacts and addresses off the masters,
      *    then every standing entry for it laid over them.
       2300-Build-Effective-View.
           MOVE SPACES TO WS-Effective-View.
           IF WS-ContOut-Open
              MOVE Txn-SUPPLIER-CODE TO Cont-SUPPLIER-CODE
              MOVE ZERO TO Cont-CONTACT-SEQ
              START ContOut KEY IS >= Cont-CONT-KEY
                 INVALID KEY SET WS-ContOut-EOF TO TRUE
              END-START
              PERFORM 2310-Read-Next-Contact
                 UNTIL WS-ContOut-EOF
           END-IF.
           IF WS-AddrOut-Open
              MOVE Txn-SUPPLIER-CODE TO AddrOut-SUPPLIER-CODE
              MOVE SPACE TO AddrOut-ADDRESS-TYPE
              MOVE ZERO TO AddrOut-ADDR-SEQ
              START AddrOut KEY IS >= AddrOut-ADDR-KEY
                 INVALID KEY SET WS-AddrOut-EOF TO TRUE
              END-START
              PERFORM 2320-Read-Next-Address
                 UNTIL WS-AddrOut-EOF
           END-IF.
           PERFORM 2330-Overlay-One-Entry
              VARYING WS-Chg-IDX FROM 1 BY 1
              UNTIL WS-Chg-IDX > WS-Chg-Cnt.

       2310-Read-Next-Contact.
           READ ContOut NEXT RECORD
              AT END SET WS-ContOut-EOF TO TRUE
           END-READ.
           IF WS-ContOut-Good
              IF Cont-SUPPLIER-CODE NOT = Txn-SUPPLIER-CODE
                 SET WS-ContOut-EOF TO TRUE
              ELSE
                 IF Cont-CONTACT-SEQ > ZERO
                    MOVE Cont-CONTACT-SEQ TO WS-Eff-Sub
                    MOVE 'Y' TO WS-Eff-Cont-Used-Flag(WS-Eff-Sub)
                    MOVE Cont-CONTACT-NAME TO
                       WS-Eff-Cont-Name(WS-Eff-Sub)
                 END-IF
              END-IF
           ELSE
              SET WS-ContOut-EOF TO TRUE
           END-IF.

       2320-Read-Next-Address.
           READ AddrOut NEXT RECORD
              AT END SET WS-AddrOut-EOF TO TRUE
           END-READ.
           IF WS-AddrOut-Good
              IF AddrOut-SUPPLIER-CODE NOT = Txn-SUPPLIER-CODE
                 SET WS-AddrOut-EOF TO TRUE
              ELSE
                 IF AddrOut-ORDER-ADDRESS OR AddrOut-SCHED-ADDRESS OR
                    AddrOut-REMIT-ADDRESS OR AddrOut-BILL-ADDRESS
                    MOVE AddrOut-ADDRESS-TYPE TO WS-Type-Sub
                    MOVE 'Y' TO WS-Eff-Addr-Used-Flag(WS-Type-Sub)
                 END-IF
              END-IF
           ELSE
              SET WS-AddrOut-EOF TO TRUE
           END-IF.

       2330-Overlay-One-Entry.
           IF WS-Chg-Row-Active(WS-Chg-IDX) AND
              WS-Chg-Supplier(WS-Chg-IDX) = Txn-SUPPLIER-CODE
              MOVE WS-Chg-Image(WS-Chg-IDX) TO Wk-SUPP-CHANGE
              IF Wk-KIND-CONTACT
                 MOVE Wk-CONTACT-SEQ TO WS-Eff-Sub
                 IF Wk-ACTION-DELETE
                    MOVE SPACES TO WS-Eff-Contact(WS-Eff-Sub)
                 ELSE
                    MOVE 'Y' TO WS-Eff-Cont-Used-Flag(WS-Eff-Sub)
                    MOVE Wk-CONTACT-NAME TO
                       WS-Eff-Cont-Name(WS-Eff-Sub)
                 END-IF
              ELSE
                 MOVE Wk-ADDRESS-TYPE TO WS-Type-Sub
                 IF Wk-ACTION-DELETE
                    MOVE SPACE TO WS-Eff-Addr-Used-Flag(WS-Type-Sub)
                 ELSE
                    MOVE 'Y' TO WS-Eff-Addr-Used-Flag(WS-Type-Sub)
                 END-IF
              END-IF
           END-IF.

       2500-Write-One-Chg-Row.
           IF WS-Chg-Row-Active(WS-Chg-IDX)
              MOVE WS-Chg-Image(WS-Chg-IDX) TO FD-NewChg-Record
              WRITE FD-NewChg-Record
              IF WS-NewChgFile-Good
                 ADD +1 TO FD-NewChg-Record-Cnt
                 MOVE SPACES TO WS-Hash-Record
                 MOVE FD-NewChg-Record TO WS-Hash-Record
                 CALL 'PSAPHASH' USING WS-Hash-Record
                    WS-New-File-Hash
              ELSE
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "supplier-changes-new" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2500-Write-One-Chg-Row"
                 DISPLAY "File Status: " WS-NewChgFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    A failed check: fatal rejects the transaction with the
      *    check's remark as the reason; warning-class lets it
      *    through, noted on the audit line.
       2900-Fail-Check.
           PERFORM 2960-Classify-Check.
           IF WS-Sev-Fatal
              SET WS-Txn-Invalid TO TRUE
              MOVE WS-Txn-Remark TO WS-Txn-Reject-Reason
           ELSE
              SET WS-Txn-Warned TO TRUE
              ADD +1 TO WS-Warn-Only-Cnt
           END-IF.

      *    The class for WS-Sev-Check-Id -- fatal unless the
      *    parameter file explicitly says warning.
       2960-Classify-Check.
           SET WS-Sev-Fatal TO TRUE.
           PERFORM VARYING WS-Sev-IDX FROM 1 BY 1
              UNTIL WS-Sev-IDX > WS-Sev-Cnt
              IF WS-Sev-Check(WS-Sev-IDX) = WS-Sev-Check-Id AND
                 WS-Sev-Class(WS-Sev-IDX) = 'W'
                 SET WS-Sev-Warning TO TRUE
                 SET WS-Sev-IDX TO WS-Sev-Cnt
              END-IF
           END-PERFORM.

       3000-End-Job.
           DISPLAY "SUPCHGIN: 3000-End-Job".
           SET WS-Rps-End TO TRUE.
           CALL 'RPSCREEN' USING WS-Rps-Request.
           CLOSE ChgTxnFile ChgAuditFile NewChgFile SuppOut.
           IF WS-ContOut-Open
              CLOSE ContOut
           END-IF.
           IF WS-AddrOut-Open
              CLOSE AddrOut
           END-IF.
      *    The control line PROMOTE verifies the SUPCHG pair
      *    against -- count and the PSAPHASH hash of every
      *    record written.
           OPEN OUTPUT ChgCtlFile.
           MOVE FD-NewChg-Record-Cnt TO FD-Ctl-Count.
           MOVE WS-New-File-Hash TO FD-Ctl-Hash.
           WRITE FD-ChgCtl-Record.
           CLOSE ChgCtlFile.
           DISPLAY "  Supp-Chg: Standing Changes: "
              FD-ChgFile-Record-Cnt.
           DISPLAY "  Supp-Chg: Txns Read:        "
              FD-ChgTxnFile-Record-Cnt.
           DISPLAY "  Supp-Chg: Txns Accepted:    "
              WS-Txn-Applied-Cnt.
           DISPLAY "  Supp-Chg: Txns Released:    "
              WS-Txn-Released-Cnt.
           DISPLAY "  Supp-Chg: Txns Rejected:    "
              WS-Txn-Rejected-Cnt.
           DISPLAY "  Supp-Chg: Warning-Only-Checks: "
              WS-Warn-Only-Cnt.
           DISPLAY "  Supp-Chg: Restricted-Party Hits: "
              WS-Rps-Hit-Cnt.
           DISPLAY "  Supp-Chg: Remit Changes:    "
              WS-Remit-Change-Cnt.
           DISPLAY "  Supp-Chg: Rows Written:     "
              FD-NewChg-Record-Cnt.
