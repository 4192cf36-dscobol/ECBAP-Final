      ***********************************************************
      * Program name:    SODRPT
      * Original author: David Stagowski
      *
      *    Description: Period segregation-of-duties conflict
      *       report across the approval utilities.
      *
      *    Each utility records who did what -- the buyer on the
      *    PO, the releaser on PORELEAS's release history, the
      *    approver on SUPPAPPR's review audit, the submitter and
      *    the second-person approver on ZIPMAINT's maintenance
      *    audit, the submitter on PROMOTE's PSAPAUD lines, the
      *    operator on SUPPMNT's SMNT change log, the requester on
      *    POCHG's change history -- but nothing checks one
      *    against another.  Given a date range (from and to,
      *    cols 1-8 and 10-17 of the range card, the AUDPKG
      *    card), this lists every case in the range where one
      *    person held two roles that must be kept apart, with
      *    the evidence from both sides:
      *
      *       S1  released a held PO they placed themselves
      *       S2  bought from a supplier they had approved
      *       S3  amended a PO they placed themselves
      *       S4  promoted a file they had submitted work to
      *       S5  changed the rating or status of a supplier
      *           they buy from
      *
      *    Buyers are recorded by 3-byte BUYER-CODE and everyone
      *    else by 8-byte user id; the identity cross-reference
      *    (buyer code cols 1-3, user id cols 5-12) ties the two
      *    together.  A buyer code with no row there is compared
      *    as itself.
      *
      *    Ends with condition code 4 when it found any conflict,
      *    the INTAUD stance.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-07 dastagg       Created for segregation-of-duties
      *                          conflict reporting
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RangeFile
           ASSIGN TO "../data/sod-range.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RangeFile-Status.

           SELECT IdentityFile
           ASSIGN TO "../data/sod-identity-xref.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IdentityFile-Status.

      *    PoOut's own SELECT in POCALL.cbl is the authority.
           SELECT PoOut
           ASSIGN TO "../data/poout.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoOut-Status.

           SELECT ReleaseHistFile
           ASSIGN TO "../data/po-release-history.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReleaseHistFile-Status.

           SELECT SuppAuditFile
           ASSIGN TO "../data/supplier-review-audit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SuppAuditFile-Status.

           SELECT ZipAuditFile
           ASSIGN TO "../data/zip-maint-audit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ZipAuditFile-Status.

           SELECT PoChangeLog
           ASSIGN TO "../data/po-change-history.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoChangeLog-Status.

           SELECT RpAuditFile
           ASSIGN TO "../data/rp-review-audit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RpAuditFile-Status.

           SELECT RmtAuditFile
           ASSIGN TO "../data/remit-verify-audit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RmtAuditFile-Status.

      *    PROMOTE's promotions, among the driver's run lines.
           SELECT AuditTrail
           ASSIGN TO PSAPAUD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AuditTrail-Status.

      *    The extrapartition data set SUPPMNT's SMNT queue is
      *    routed to -- SUPPMNT's WS-Change-Log-Record is the
      *    authority on the layout.
           SELECT SmntLog
           ASSIGN TO SMNTDATA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SmntLog-Status.

           SELECT SodRpt
           ASSIGN TO "../data/sod-conflict-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SodRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RangeFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Range-Record.
           05 FD-Range-From             PIC 9(08).
           05 FILLER                    PIC X(01).
           05 FD-Range-To               PIC 9(08).

       FD  IdentityFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Identity-Record.
           05 FD-Id-Buyer-Code          PIC X(03).
           05 FILLER                    PIC X(01).
           05 FD-Id-User-Id             PIC X(08).

       FD  PoOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY POOUT REPLACING ==:tag:== BY ==PoOut==.

      *    Date(8), action(9), PO(6), releaser(3), PO's own
      *    buyer(3), supplier(10), hold check(12).
       FD  ReleaseHistFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReleaseHist-Record.
           05 FD-RH-Date                PIC X(08).
           05 FILLER                    PIC X(01).
           05 FD-RH-Action              PIC X(09).
           05 FILLER                    PIC X(01).
           05 FD-RH-PO-Number           PIC X(06).
           05 FILLER                    PIC X(01).
           05 FD-RH-Releaser            PIC X(03).
           05 FILLER                    PIC X(01).
           05 FD-RH-Po-Buyer            PIC X(03).
           05 FILLER                    PIC X(01).
           05 FD-RH-Supplier            PIC X(10).
           05 FILLER                    PIC X(01).
           05 FD-RH-Check-Id            PIC X(12).
           05 FILLER                    PIC X(23).

      *    SUPPAPPR, RPREVIEW and RMTVERFY all lead their audit
      *    lines with date, supplier, decision and " BY " id.
       FD  SuppAuditFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SuppAudit-Record          PIC X(80).

       FD  ZipAuditFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ZipAudit-Record           PIC X(110).

       FD  PoChangeLog
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoChangeLog-Record        PIC X(132).

       FD  RpAuditFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RpAudit-Record            PIC X(132).

       FD  RmtAuditFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RmtAudit-Record           PIC X(132).

       FD  AuditTrail
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Audit-Record              PIC X(132).

       FD  SmntLog
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Smnt-Record.
           05 FD-Smnt-Date              PIC X(08).
           05 FD-Smnt-Time              PIC X(06).
           05 FD-Smnt-Userid            PIC X(08).
           05 FD-Smnt-Terminal          PIC X(04).
           05 FD-Smnt-Supplier          PIC X(10).
           05 FD-Smnt-Old-Rating        PIC X(01).
           05 FD-Smnt-New-Rating        PIC X(01).
           05 FD-Smnt-Old-Status        PIC X(01).
           05 FD-Smnt-New-Status        PIC X(01).

       FD  SodRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SodRpt-Record             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RangeFile==.
           COPY WSFST REPLACING ==:tag:== BY ==IdentityFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ReleaseHistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppAuditFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ZipAuditFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoChangeLog==.
           COPY WSFST REPLACING ==:tag:== BY ==RpAuditFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RmtAuditFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AuditTrail==.
           COPY WSFST REPLACING ==:tag:== BY ==SmntLog==.
           COPY WSFST REPLACING ==:tag:== BY ==SodRpt==.

       01  WS-Range-Fields.
           12 WS-From-Date                 PIC 9(08) VALUE ZERO.
           12 WS-To-Date                   PIC 9(08) VALUE ZERO.
           12 WS-Hold-Date                 PIC X(08) VALUE SPACES.

       01  WS-Rule-Counters.
           12 WS-S1-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-S2-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-S3-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-S4-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-S5-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Conflict-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 FD-PoOut-Record-Cnt          PIC S9(7) COMP VALUE ZERO.
           12 WS-Evidence-Cnt              PIC S9(7) COMP VALUE ZERO.

       01  WS-Search-Fields.
           12 WS-Person-Code               PIC X(08) VALUE SPACES.
           12 WS-Person-Id                 PIC X(08) VALUE SPACES.
           12 WS-Buyer-Person              PIC X(08) VALUE SPACES.
           12 WS-Sub-Match-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Sub-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Sub-Pair-Id               PIC X(08) VALUE SPACES.
           12 WS-Sub-Person                PIC X(08) VALUE SPACES.
           12 WS-Sub-Text                  PIC X(100) VALUE SPACES.

      *    The conflict being written: rule, title, the one
      *    person, and the evidence line from each side.
       01  WS-Conflict-Fields.
           12 WS-Cf-Rule                   PIC X(02) VALUE SPACES.
           12 WS-Cf-Title                  PIC X(48) VALUE SPACES.
           12 WS-Cf-Person                 PIC X(08) VALUE SPACES.
           12 WS-Cf-Label-1                PIC X(12) VALUE SPACES.
           12 WS-Cf-Text-1                 PIC X(110) VALUE SPACES.
           12 WS-Cf-Label-2                PIC X(12) VALUE SPACES.
           12 WS-Cf-Text-2                 PIC X(110) VALUE SPACES.

       01  WS-Identity-Storage.
           12 WS-Idn-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Idn-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Idn-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Idn-Cnt
              INDEXED BY WS-Idn-IDX.
              15 WS-Idn-Buyer-Code         PIC X(03).
              15 WS-Idn-User-Id            PIC X(08).

      *    Supplier approvals up to the end of the range -- an
      *    approval last year still makes this period's PO a
      *    conflict.
       01  WS-Approval-Storage.
           12 WS-Apr-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Apr-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Apr-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Apr-Cnt
              INDEXED BY WS-Apr-IDX.
              15 WS-Apr-Supplier           PIC X(10).
              15 WS-Apr-Person             PIC X(08).
              15 WS-Apr-Date               PIC X(08).
              15 WS-Apr-Text               PIC X(80).

       01  WS-Smnt-Storage.
           12 WS-Smn-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Smn-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Smn-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Smn-Cnt
              INDEXED BY WS-Smn-IDX.
              15 WS-Smn-Supplier           PIC X(10).
              15 WS-Smn-Person             PIC X(08).
              15 WS-Smn-Text               PIC X(60).
              15 WS-Smn-Po-Cnt             PIC S9(4) COMP.
              15 WS-Smn-Po-Text            PIC X(60).

       01  WS-Promotion-Storage.
           12 WS-Prm-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Prm-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Prm-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Prm-Cnt
              INDEXED BY WS-Prm-IDX.
              15 WS-Prm-Pair-Id            PIC X(08).
              15 WS-Prm-Person             PIC X(08).
              15 WS-Prm-Date               PIC X(08).
              15 WS-Prm-Text               PIC X(80).

      *    Work in the range that feeds a promotion pair, by the
      *    pair its writer's -new file goes through.
       01  WS-Submission-Storage.
           12 WS-Sub-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Sub-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Sub-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Sub-Cnt
              INDEXED BY WS-Sub-IDX.
              15 WS-Sub-Pair               PIC X(08).
              15 WS-Sub-Who                PIC X(08).
              15 WS-Sub-Date               PIC X(08).
              15 WS-Sub-Line               PIC X(100).

       01  WS-Report-Edit-Fields.
           12 WS-Cnt-Edit                  PIC ZZZZZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2100-Check-Releases.
           PERFORM 2200-Check-Po-Buyers.
           PERFORM 2300-Check-Amendments.
           PERFORM 2400-Check-Promotions.
           PERFORM 2500-Check-Supplier-Changes.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "SODRPT: 1000-Begin-Job".
           OPEN INPUT RangeFile.
           IF NOT WS-RangeFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "SOD-RANGE" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Stage the date range: from-date cols 1-8,"
                 " to-date cols 10-17."
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           READ RangeFile
              AT END CONTINUE
           END-READ.
           CLOSE RangeFile.
           IF FD-Range-From IS NOT NUMERIC OR
              FD-Range-To IS NOT NUMERIC OR
              FD-Range-From > FD-Range-To
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "SOD-RANGE INVALID" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FD-Range-From TO WS-From-Date.
           MOVE FD-Range-To TO WS-To-Date.
           DISPLAY "SODRPT checking " WS-From-Date
              " through " WS-To-Date.
           PERFORM 1010-Load-Identities.
           PERFORM 1100-Load-Supplier-Approvals.
           PERFORM 1200-Load-Smnt-Changes.
           PERFORM 1300-Load-Promotions.
           PERFORM 1400-Load-Submissions.
           OPEN OUTPUT SodRpt.
           MOVE ALL "=" TO FD-SodRpt-Record.
           PERFORM 2900-Write-Sod-Rpt-Line.
           MOVE SPACES TO FD-SodRpt-Record.
           STRING "SEGREGATION-OF-DUTIES CONFLICTS  " WS-From-Date
              " THROUGH " WS-To-Date
              DELIMITED BY SIZE INTO FD-SodRpt-Record.
           PERFORM 2900-Write-Sod-Rpt-Line.
           MOVE ALL "=" TO FD-SodRpt-Record.
           PERFORM 2900-Write-Sod-Rpt-Line.

       1010-Load-Identities.
           OPEN INPUT IdentityFile.
           IF WS-IdentityFile-Good
              PERFORM 1015-Load-One-Identity
                 UNTIL WS-IdentityFile-EOF
              CLOSE IdentityFile
           END-IF.

       1015-Load-One-Identity.
           READ IdentityFile
              AT END SET WS-IdentityFile-EOF TO TRUE
           END-READ.
           IF WS-IdentityFile-Good AND FD-Id-Buyer-Code > SPACES
              IF WS-Idn-Cnt >= WS-Idn-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Identity-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Idn-Cnt
              SET WS-Idn-IDX TO WS-Idn-Cnt
              MOVE FD-Id-Buyer-Code TO WS-Idn-Buyer-Code(WS-Idn-IDX)
              MOVE FD-Id-User-Id TO WS-Idn-User-Id(WS-Idn-IDX)
           END-IF.

      *    Every SUPPAPPR decision in range is work feeding the
      *    KNOWNSUP and PENDSUP pairs; the approvals up to the
      *    end of the range are kept for the buying check.
       1100-Load-Supplier-Approvals.
           OPEN INPUT SuppAuditFile.
           IF WS-SuppAuditFile-Good
              PERFORM 1110-Load-One-Approval
                 UNTIL WS-SuppAuditFile-EOF
              CLOSE SuppAuditFile
           END-IF.

       1110-Load-One-Approval.
           READ SuppAuditFile
              AT END SET WS-SuppAuditFile-EOF TO TRUE
           END-READ.
           IF WS-SuppAuditFile-Good
              IF FD-SuppAudit-Record(21:1) = 'A' AND
                 FD-SuppAudit-Record(1:8) IS NUMERIC AND
                 FD-SuppAudit-Record(1:8) <= WS-To-Date
                 IF WS-Apr-Cnt >= WS-Apr-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Approval-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Apr-Cnt
                 SET WS-Apr-IDX TO WS-Apr-Cnt
                 MOVE FD-SuppAudit-Record(10:10) TO
                    WS-Apr-Supplier(WS-Apr-IDX)
                 MOVE FD-SuppAudit-Record(26:8) TO WS-Person-Code
                 PERFORM 2950-Resolve-Person
                 MOVE WS-Person-Id TO WS-Apr-Person(WS-Apr-IDX)
                 MOVE FD-SuppAudit-Record(1:8) TO
                    WS-Apr-Date(WS-Apr-IDX)
                 MOVE FD-SuppAudit-Record TO WS-Apr-Text(WS-Apr-IDX)
              END-IF
              MOVE FD-SuppAudit-Record(1:8) TO WS-Hold-Date
              PERFORM 2050-Check-Date-In-Range
              IF WS-Hold-Date > SPACES
                 MOVE FD-SuppAudit-Record(26:8) TO WS-Person-Code
                 MOVE FD-SuppAudit-Record TO WS-Sub-Text
                 MOVE "KNOWNSUP" TO WS-Sub-Pair-Id
                 PERFORM 1490-Add-Submission
                 MOVE "PENDSUP" TO WS-Sub-Pair-Id
                 PERFORM 1490-Add-Submission
              END-IF
           END-IF.

       1200-Load-Smnt-Changes.
           OPEN INPUT SmntLog.
           IF WS-SmntLog-Good
              PERFORM 1210-Load-One-Smnt
                 UNTIL WS-SmntLog-EOF
              CLOSE SmntLog
           END-IF.

       1210-Load-One-Smnt.
           READ SmntLog
              AT END SET WS-SmntLog-EOF TO TRUE
           END-READ.
           IF WS-SmntLog-Good
              MOVE FD-Smnt-Date TO WS-Hold-Date
              PERFORM 2050-Check-Date-In-Range
              IF WS-Hold-Date > SPACES
                 IF WS-Smn-Cnt >= WS-Smn-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Smnt-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Smn-Cnt
                 SET WS-Smn-IDX TO WS-Smn-Cnt
                 MOVE FD-Smnt-Supplier TO WS-Smn-Supplier(WS-Smn-IDX)
                 MOVE FD-Smnt-Userid TO WS-Person-Code
                 PERFORM 2950-Resolve-Person
                 MOVE WS-Person-Id TO WS-Smn-Person(WS-Smn-IDX)
                 MOVE SPACES TO WS-Smn-Text(WS-Smn-IDX)
                 STRING FD-Smnt-Date " " FD-Smnt-Time " "
                    FD-Smnt-Supplier " BY " FD-Smnt-Userid
                    " TERM " FD-Smnt-Terminal
                    " R " FD-Smnt-Old-Rating ">" FD-Smnt-New-Rating
                    " S " FD-Smnt-Old-Status ">" FD-Smnt-New-Status
                    DELIMITED BY SIZE INTO WS-Smn-Text(WS-Smn-IDX)
                 MOVE ZERO TO WS-Smn-Po-Cnt(WS-Smn-IDX)
                 MOVE SPACES TO WS-Smn-Po-Text(WS-Smn-IDX)
              END-IF
           END-IF.

      *    PROMOTE's line: date(8) time(6) "PROMOTED" at 17, the
      *    pair id at 26 and the submitter at 38.
       1300-Load-Promotions.
           OPEN INPUT AuditTrail.
           IF WS-AuditTrail-Good
              PERFORM 1310-Load-One-Promotion
                 UNTIL WS-AuditTrail-EOF
              CLOSE AuditTrail
           END-IF.

       1310-Load-One-Promotion.
           READ AuditTrail
              AT END SET WS-AuditTrail-EOF TO TRUE
           END-READ.
           IF WS-AuditTrail-Good AND
              FD-Audit-Record(17:8) = "PROMOTED"
              MOVE FD-Audit-Record(1:8) TO WS-Hold-Date
              PERFORM 2050-Check-Date-In-Range
              IF WS-Hold-Date > SPACES
                 IF WS-Prm-Cnt >= WS-Prm-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Promotion-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Prm-Cnt
                 SET WS-Prm-IDX TO WS-Prm-Cnt
                 MOVE FD-Audit-Record(26:8) TO
                    WS-Prm-Pair-Id(WS-Prm-IDX)
                 MOVE FD-Audit-Record(38:8) TO WS-Person-Code
                 PERFORM 2950-Resolve-Person
                 MOVE WS-Person-Id TO WS-Prm-Person(WS-Prm-IDX)
                 MOVE FD-Audit-Record(1:8) TO WS-Prm-Date(WS-Prm-IDX)
                 MOVE FD-Audit-Record TO WS-Prm-Text(WS-Prm-IDX)
              END-IF
           END-IF.

      *    The rest of the work that feeds a promotion pair: the
      *    ZIPMAINT transactions and approvals (ZIPREF), POCHG's
      *    amendments (POOUT), PORELEAS's releases and cancels
      *    (HOLDQUEU), and the compliance and remit decisions
      *    (RPQUEUE, RMTVQ).
       1400-Load-Submissions.
           OPEN INPUT ZipAuditFile.
           IF WS-ZipAuditFile-Good
              PERFORM 1410-Load-One-Zip-Audit
                 UNTIL WS-ZipAuditFile-EOF
              CLOSE ZipAuditFile
           END-IF.
           OPEN INPUT PoChangeLog.
           IF WS-PoChangeLog-Good
              PERFORM 1420-Load-One-Po-Change
                 UNTIL WS-PoChangeLog-EOF
              CLOSE PoChangeLog
           END-IF.
           OPEN INPUT ReleaseHistFile.
           IF WS-ReleaseHistFile-Good
              PERFORM 1430-Load-One-Release
                 UNTIL WS-ReleaseHistFile-EOF
              CLOSE ReleaseHistFile
           END-IF.
           OPEN INPUT RpAuditFile.
           IF WS-RpAuditFile-Good
              PERFORM 1440-Load-One-Rp-Decision
                 UNTIL WS-RpAuditFile-EOF
              CLOSE RpAuditFile
           END-IF.
           OPEN INPUT RmtAuditFile.
           IF WS-RmtAuditFile-Good
              PERFORM 1450-Load-One-Rmt-Decision
                 UNTIL WS-RmtAuditFile-EOF
              CLOSE RmtAuditFile
           END-IF.

      *    Applied transactions and 'P' approval rows -- a
      *    rejected transaction changed nothing.
       1410-Load-One-Zip-Audit.
           READ ZipAuditFile
              AT END SET WS-ZipAuditFile-EOF TO TRUE
           END-READ.
           IF WS-ZipAuditFile-Good
              MOVE FD-ZipAudit-Record(1:8) TO WS-Hold-Date
              PERFORM 2050-Check-Date-In-Range
              IF WS-Hold-Date > SPACES AND
                 (FD-ZipAudit-Record(52:7) = "APPLIED" OR
                  FD-ZipAudit-Record(19:1) = 'P')
                 MOVE FD-ZipAudit-Record(10:8) TO WS-Person-Code
                 MOVE FD-ZipAudit-Record TO WS-Sub-Text
                 MOVE "ZIPREF" TO WS-Sub-Pair-Id
                 PERFORM 1490-Add-Submission
              END-IF
           END-IF.

      *    Each amendment is an OLD and a NEW line; the OLD one
      *    carries the buyer, so it alone stands for the change.
       1420-Load-One-Po-Change.
           READ PoChangeLog
              AT END SET WS-PoChangeLog-EOF TO TRUE
           END-READ.
           IF WS-PoChangeLog-Good AND
              FD-PoChangeLog-Record(24:4) = "OLD:"
              MOVE FD-PoChangeLog-Record(1:8) TO WS-Hold-Date
              PERFORM 2050-Check-Date-In-Range
              IF WS-Hold-Date > SPACES
                 MOVE FD-PoChangeLog-Record(20:3) TO WS-Person-Code
                 MOVE FD-PoChangeLog-Record TO WS-Sub-Text
                 MOVE "POOUT" TO WS-Sub-Pair-Id
                 PERFORM 1490-Add-Submission
              END-IF
           END-IF.

       1430-Load-One-Release.
           READ ReleaseHistFile
              AT END SET WS-ReleaseHistFile-EOF TO TRUE
           END-READ.
           IF WS-ReleaseHistFile-Good
              MOVE FD-RH-Date TO WS-Hold-Date
              PERFORM 2050-Check-Date-In-Range
              IF WS-Hold-Date > SPACES
                 MOVE FD-RH-Releaser TO WS-Person-Code
                 MOVE FD-ReleaseHist-Record TO WS-Sub-Text
                 MOVE "HOLDQUEU" TO WS-Sub-Pair-Id
                 PERFORM 1490-Add-Submission
              END-IF
           END-IF.

       1440-Load-One-Rp-Decision.
           READ RpAuditFile
              AT END SET WS-RpAuditFile-EOF TO TRUE
           END-READ.
           IF WS-RpAuditFile-Good
              MOVE FD-RpAudit-Record(1:8) TO WS-Hold-Date
              PERFORM 2050-Check-Date-In-Range
              IF WS-Hold-Date > SPACES
                 MOVE FD-RpAudit-Record(26:8) TO WS-Person-Code
                 MOVE FD-RpAudit-Record TO WS-Sub-Text
                 MOVE "RPQUEUE" TO WS-Sub-Pair-Id
                 PERFORM 1490-Add-Submission
              END-IF
           END-IF.

       1450-Load-One-Rmt-Decision.
           READ RmtAuditFile
              AT END SET WS-RmtAuditFile-EOF TO TRUE
           END-READ.
           IF WS-RmtAuditFile-Good
              MOVE FD-RmtAudit-Record(1:8) TO WS-Hold-Date
              PERFORM 2050-Check-Date-In-Range
              IF WS-Hold-Date > SPACES
                 MOVE FD-RmtAudit-Record(26:8) TO WS-Person-Code
                 MOVE FD-RmtAudit-Record TO WS-Sub-Text
                 MOVE "RMTVQ" TO WS-Sub-Pair-Id
                 PERFORM 1490-Add-Submission
              END-IF
           END-IF.

       1490-Add-Submission.
           IF WS-Sub-Cnt >= WS-Sub-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Submission-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Sub-Cnt.
           ADD +1 TO WS-Evidence-Cnt.
           SET WS-Sub-IDX TO WS-Sub-Cnt.
           PERFORM 2950-Resolve-Person.
           MOVE WS-Sub-Pair-Id TO WS-Sub-Pair(WS-Sub-IDX).
           MOVE WS-Person-Id TO WS-Sub-Who(WS-Sub-IDX).
           MOVE WS-Hold-Date TO WS-Sub-Date(WS-Sub-IDX).
           MOVE WS-Sub-Text TO WS-Sub-Line(WS-Sub-IDX).

      *    A dated line is in range when its leading 8 bytes fall
      *    between the from and to dates inclusive.
       2050-Check-Date-In-Range.
           IF WS-Hold-Date IS NUMERIC AND
              FUNCTION NUMVAL(WS-Hold-Date) >= WS-From-Date AND
              FUNCTION NUMVAL(WS-Hold-Date) <= WS-To-Date
              CONTINUE
           ELSE
              MOVE SPACES TO WS-Hold-Date
           END-IF.

      *    S1 -- the buyer who placed a PO releasing it from the
      *    hold the system put it on.  Cancelling one's own held
      *    PO is no conflict.
       2100-Check-Releases.
           MOVE '00' TO WS-ReleaseHistFile-Status.
           OPEN INPUT ReleaseHistFile.
           IF WS-ReleaseHistFile-Good
              PERFORM 2110-Check-One-Release
                 UNTIL WS-ReleaseHistFile-EOF
              CLOSE ReleaseHistFile
           END-IF.

       2110-Check-One-Release.
           READ ReleaseHistFile
              AT END SET WS-ReleaseHistFile-EOF TO TRUE
           END-READ.
           IF WS-ReleaseHistFile-Good AND FD-RH-Action = "RELEASED"
              MOVE FD-RH-Date TO WS-Hold-Date
              PERFORM 2050-Check-Date-In-Range
              IF WS-Hold-Date > SPACES
                 MOVE FD-RH-Po-Buyer TO WS-Person-Code
                 PERFORM 2950-Resolve-Person
                 MOVE WS-Person-Id TO WS-Buyer-Person
                 MOVE FD-RH-Releaser TO WS-Person-Code
                 PERFORM 2950-Resolve-Person
                 IF WS-Person-Id = WS-Buyer-Person
                    ADD +1 TO WS-S1-Cnt
                    MOVE "S1" TO WS-Cf-Rule
                    MOVE "RELEASED A HELD PO THEY PLACED" TO
                       WS-Cf-Title
                    MOVE WS-Person-Id TO WS-Cf-Person
                    MOVE "PLACED" TO WS-Cf-Label-1
                    MOVE SPACES TO WS-Cf-Text-1
                    STRING "PO " FD-RH-PO-Number
                       " BUYER " FD-RH-Po-Buyer
                       " SUPPLIER " FD-RH-Supplier
                       " HELD ON " FD-RH-Check-Id
                       DELIMITED BY SIZE INTO WS-Cf-Text-1
                    MOVE "RELEASED" TO WS-Cf-Label-2
                    MOVE FD-ReleaseHist-Record TO WS-Cf-Text-2
                    PERFORM 2800-Write-Conflict
                 END-IF
              END-IF
           END-IF.

      *    One pass of POOUT serves S2 (a PO in range to a
      *    supplier its buyer approved on or before the order
      *    date) and S5 (the POs behind a rating or status
      *    change, counted against the change).
       2200-Check-Po-Buyers.
           OPEN INPUT PoOut.
           IF WS-PoOut-Good
              PERFORM 2210-Check-One-Po
                 UNTIL WS-PoOut-EOF
              CLOSE PoOut
           END-IF.

       2210-Check-One-Po.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              ADD +1 TO FD-PoOut-Record-Cnt
              MOVE PoOut-BUYER-CODE TO WS-Person-Code
              PERFORM 2950-Resolve-Person
              MOVE WS-Person-Id TO WS-Buyer-Person
              MOVE PoOut-ORDER-DATE TO WS-Hold-Date
              PERFORM 2050-Check-Date-In-Range
              IF WS-Hold-Date > SPACES
                 PERFORM 2220-Check-One-Approval
                    VARYING WS-Apr-IDX FROM 1 BY 1
                    UNTIL WS-Apr-IDX > WS-Apr-Cnt
              END-IF
              PERFORM 2230-Note-One-Smnt
                 VARYING WS-Smn-IDX FROM 1 BY 1
                 UNTIL WS-Smn-IDX > WS-Smn-Cnt
           END-IF.

       2220-Check-One-Approval.
           IF WS-Apr-Supplier(WS-Apr-IDX) = PoOut-SUPPLIER-CODE AND
              WS-Apr-Person(WS-Apr-IDX) = WS-Buyer-Person AND
              WS-Apr-Date(WS-Apr-IDX) <= PoOut-ORDER-DATE
              ADD +1 TO WS-S2-Cnt
              MOVE "S2" TO WS-Cf-Rule
              MOVE "BOUGHT FROM A SUPPLIER THEY APPROVED" TO
                 WS-Cf-Title
              MOVE WS-Buyer-Person TO WS-Cf-Person
              MOVE "APPROVED" TO WS-Cf-Label-1
              MOVE WS-Apr-Text(WS-Apr-IDX) TO WS-Cf-Text-1
              MOVE "BOUGHT" TO WS-Cf-Label-2
              MOVE SPACES TO WS-Cf-Text-2
              STRING "PO " PoOut-PO-NUMBER
                 " ORDERED " PoOut-ORDER-DATE
                 " BUYER " PoOut-BUYER-CODE
                 " SUPPLIER " PoOut-SUPPLIER-CODE
                 " PART " PoOut-PART-NUMBER
                 DELIMITED BY SIZE INTO WS-Cf-Text-2
              PERFORM 2800-Write-Conflict
           END-IF.

       2230-Note-One-Smnt.
           IF WS-Smn-Supplier(WS-Smn-IDX) = PoOut-SUPPLIER-CODE AND
              WS-Smn-Person(WS-Smn-IDX) = WS-Buyer-Person
              ADD +1 TO WS-Smn-Po-Cnt(WS-Smn-IDX)
              IF WS-Smn-Po-Text(WS-Smn-IDX) = SPACES
                 STRING "PO " PoOut-PO-NUMBER
                    " ORDERED " PoOut-ORDER-DATE
                    " BUYER " PoOut-BUYER-CODE
                    " SUPPLIER " PoOut-SUPPLIER-CODE
                    DELIMITED BY SIZE INTO WS-Smn-Po-Text(WS-Smn-IDX)
              END-IF
           END-IF.

      *    S3 -- the OLD image of every amendment names the PO's
      *    buyer ("BUYER=" at 78) beside the requester at 20.
       2300-Check-Amendments.
           MOVE '00' TO WS-PoChangeLog-Status.
           OPEN INPUT PoChangeLog.
           IF WS-PoChangeLog-Good
              PERFORM 2310-Check-One-Amendment
                 UNTIL WS-PoChangeLog-EOF
              CLOSE PoChangeLog
           END-IF.

       2310-Check-One-Amendment.
           READ PoChangeLog
              AT END SET WS-PoChangeLog-EOF TO TRUE
           END-READ.
           IF WS-PoChangeLog-Good AND
              FD-PoChangeLog-Record(24:4) = "OLD:"
              MOVE FD-PoChangeLog-Record(1:8) TO WS-Hold-Date
              PERFORM 2050-Check-Date-In-Range
              IF WS-Hold-Date > SPACES
                 MOVE FD-PoChangeLog-Record(78:3) TO WS-Person-Code
                 PERFORM 2950-Resolve-Person
                 MOVE WS-Person-Id TO WS-Buyer-Person
                 MOVE FD-PoChangeLog-Record(20:3) TO WS-Person-Code
                 PERFORM 2950-Resolve-Person
                 IF WS-Person-Id = WS-Buyer-Person
                    ADD +1 TO WS-S3-Cnt
                    MOVE "S3" TO WS-Cf-Rule
                    MOVE "AMENDED A PO THEY PLACED" TO WS-Cf-Title
                    MOVE WS-Person-Id TO WS-Cf-Person
                    MOVE "PLACED" TO WS-Cf-Label-1
                    MOVE SPACES TO WS-Cf-Text-1
                    STRING "PO " FD-PoChangeLog-Record(10:6)
                       " BUYER " FD-PoChangeLog-Record(78:3)
                       DELIMITED BY SIZE INTO WS-Cf-Text-1
                    MOVE "AMENDED" TO WS-Cf-Label-2
                    MOVE FD-PoChangeLog-Record TO WS-Cf-Text-2
                    PERFORM 2800-Write-Conflict
                 END-IF
              END-IF
           END-IF.

      *    S4 -- one conflict per promotion, evidenced by the
      *    submitter's latest work on that pair up to the
      *    promotion date.
       2400-Check-Promotions.
           PERFORM 2410-Check-One-Promotion
              VARYING WS-Prm-IDX FROM 1 BY 1
              UNTIL WS-Prm-IDX > WS-Prm-Cnt.

       2410-Check-One-Promotion.
           MOVE ZERO TO WS-Sub-Match-Cnt.
           MOVE ZERO TO WS-Sub-Match-IDX.
           PERFORM 2420-Match-One-Submission
              VARYING WS-Sub-IDX FROM 1 BY 1
              UNTIL WS-Sub-IDX > WS-Sub-Cnt.
           IF WS-Sub-Match-Cnt > ZERO
              ADD +1 TO WS-S4-Cnt
              SET WS-Sub-IDX TO WS-Sub-Match-IDX
              MOVE WS-Sub-Match-Cnt TO WS-Cnt-Edit
              MOVE "S4" TO WS-Cf-Rule
              MOVE SPACES TO WS-Cf-Title
              STRING "PROMOTED " WS-Prm-Pair-Id(WS-Prm-IDX)
                 " WITH" WS-Cnt-Edit " OWN ITEM(S) ON IT"
                 DELIMITED BY SIZE INTO WS-Cf-Title
              MOVE WS-Prm-Person(WS-Prm-IDX) TO WS-Cf-Person
              MOVE "SUBMITTED" TO WS-Cf-Label-1
              MOVE WS-Sub-Line(WS-Sub-IDX) TO WS-Cf-Text-1
              MOVE "PROMOTED" TO WS-Cf-Label-2
              MOVE WS-Prm-Text(WS-Prm-IDX) TO WS-Cf-Text-2
              PERFORM 2800-Write-Conflict
           END-IF.

       2420-Match-One-Submission.
           IF WS-Sub-Pair(WS-Sub-IDX) = WS-Prm-Pair-Id(WS-Prm-IDX)
              AND WS-Sub-Who(WS-Sub-IDX) = WS-Prm-Person(WS-Prm-IDX)
              AND WS-Sub-Date(WS-Sub-IDX) <= WS-Prm-Date(WS-Prm-IDX)
              ADD +1 TO WS-Sub-Match-Cnt
              SET WS-Sub-Match-IDX TO WS-Sub-IDX
           END-IF.

      *    S5 -- one conflict per online change, evidenced by the
      *    first of the operator's POs to that supplier.
       2500-Check-Supplier-Changes.
           PERFORM 2510-Check-One-Change
              VARYING WS-Smn-IDX FROM 1 BY 1
              UNTIL WS-Smn-IDX > WS-Smn-Cnt.

       2510-Check-One-Change.
           IF WS-Smn-Po-Cnt(WS-Smn-IDX) > ZERO
              ADD +1 TO WS-S5-Cnt
              MOVE WS-Smn-Po-Cnt(WS-Smn-IDX) TO WS-Cnt-Edit
              MOVE "S5" TO WS-Cf-Rule
              MOVE SPACES TO WS-Cf-Title
              STRING "CHANGED A SUPPLIER THEY BUY FROM --"
                 WS-Cnt-Edit " PO(S)"
                 DELIMITED BY SIZE INTO WS-Cf-Title
              MOVE WS-Smn-Person(WS-Smn-IDX) TO WS-Cf-Person
              MOVE "BUYS" TO WS-Cf-Label-1
              MOVE WS-Smn-Po-Text(WS-Smn-IDX) TO WS-Cf-Text-1
              MOVE "CHANGED" TO WS-Cf-Label-2
              MOVE WS-Smn-Text(WS-Smn-IDX) TO WS-Cf-Text-2
              PERFORM 2800-Write-Conflict
           END-IF.

       2800-Write-Conflict.
           ADD +1 TO WS-Conflict-Cnt.
           MOVE SPACES TO FD-SodRpt-Record.
           PERFORM 2900-Write-Sod-Rpt-Line.
           MOVE WS-Cf-Rule TO FD-SodRpt-Record(1:2).
           MOVE WS-Cf-Title TO FD-SodRpt-Record(5:48).
           MOVE "PERSON" TO FD-SodRpt-Record(60:6).
           MOVE WS-Cf-Person TO FD-SodRpt-Record(67:8).
           PERFORM 2900-Write-Sod-Rpt-Line.
           MOVE SPACES TO FD-SodRpt-Record.
           MOVE WS-Cf-Label-1 TO FD-SodRpt-Record(5:12).
           MOVE WS-Cf-Text-1 TO FD-SodRpt-Record(18:110).
           PERFORM 2900-Write-Sod-Rpt-Line.
           MOVE SPACES TO FD-SodRpt-Record.
           MOVE WS-Cf-Label-2 TO FD-SodRpt-Record(5:12).
           MOVE WS-Cf-Text-2 TO FD-SodRpt-Record(18:110).
           PERFORM 2900-Write-Sod-Rpt-Line.

       2900-Write-Sod-Rpt-Line.
           WRITE FD-SodRpt-Record.
           IF NOT WS-SodRpt-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Sod-Rpt-Line"
              DISPLAY "Write SodRpt Failed."
              DISPLAY "File Status: " WS-SodRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    A 3-byte buyer code on the cross-reference becomes
      *    that buyer's user id; anything else stands as is.
       2950-Resolve-Person.
           MOVE WS-Person-Code TO WS-Person-Id.
           IF WS-Person-Code(4:5) = SPACES
              PERFORM VARYING WS-Idn-IDX FROM 1 BY 1
                 UNTIL WS-Idn-IDX > WS-Idn-Cnt
                 IF WS-Idn-Buyer-Code(WS-Idn-IDX) =
                    WS-Person-Code(1:3)
                    MOVE WS-Idn-User-Id(WS-Idn-IDX) TO WS-Person-Id
                    SET WS-Idn-IDX TO WS-Idn-Cnt
                 END-IF
              END-PERFORM
           END-IF.

       3000-End-Job.
           DISPLAY "SODRPT: 3000-End-Job".
           MOVE SPACES TO FD-SodRpt-Record.
           PERFORM 2900-Write-Sod-Rpt-Line.
           MOVE ALL "-" TO FD-SodRpt-Record.
           PERFORM 2900-Write-Sod-Rpt-Line.
           MOVE WS-S1-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-SodRpt-Record.
           STRING "S1 RELEASED OWN HELD PO          " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-SodRpt-Record.
           PERFORM 2900-Write-Sod-Rpt-Line.
           MOVE WS-S2-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-SodRpt-Record.
           STRING "S2 BOUGHT FROM OWN APPROVAL      " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-SodRpt-Record.
           PERFORM 2900-Write-Sod-Rpt-Line.
           MOVE WS-S3-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-SodRpt-Record.
           STRING "S3 AMENDED OWN PO                " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-SodRpt-Record.
           PERFORM 2900-Write-Sod-Rpt-Line.
           MOVE WS-S4-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-SodRpt-Record.
           STRING "S4 PROMOTED OWN SUBMISSION       " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-SodRpt-Record.
           PERFORM 2900-Write-Sod-Rpt-Line.
           MOVE WS-S5-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-SodRpt-Record.
           STRING "S5 CHANGED SUPPLIER BOUGHT FROM  " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-SodRpt-Record.
           PERFORM 2900-Write-Sod-Rpt-Line.
           IF WS-Conflict-Cnt = ZERO
              MOVE SPACES TO FD-SodRpt-Record
              MOVE "NO CONFLICTS IN RANGE" TO FD-SodRpt-Record(1:21)
              PERFORM 2900-Write-Sod-Rpt-Line
           END-IF.
           CLOSE SodRpt.
           DISPLAY "  Sod-Rpt: POs Read:         " FD-PoOut-Record-Cnt.
           DISPLAY "  Sod-Rpt: Approvals Held:   " WS-Apr-Cnt.
           DISPLAY "  Sod-Rpt: Online Changes:   " WS-Smn-Cnt.
           DISPLAY "  Sod-Rpt: Promotions:       " WS-Prm-Cnt.
           DISPLAY "  Sod-Rpt: Submissions:      " WS-Evidence-Cnt.
           DISPLAY "  Sod-Rpt: Conflicts:        " WS-Conflict-Cnt.
           IF WS-Conflict-Cnt > ZERO
              MOVE +4 TO RETURN-CODE
           END-IF.
