      ***********************************************************
      * Program name:    SUPCLMNT
      * Original author: David Stagowski
      *
      *    Description: Maintain the supplier small-business and
      *       diversity classifications (SUPPCLS) the
      *       subcontracting report is built from.
      *
      *    Same review-then-promote pattern STDMAINT uses: the
      *    live ../data/supplier-class.dat.txt is read into a
      *    table, the batch of Add/Change/Delete transactions is
      *    applied against it, and the result goes to
      *    ../data/supplier-class-new.dat.txt with the count/hash
      *    control file PROMOTE verifies beside it.  Nothing
      *    reaches the live file until the SUPPCLS pair is
      *    promoted.  Rejected transactions are listed on SYSOUT
      *    with a reason for the operator to review.
      *
      *    Transaction layout (one per line on
      *    ../data/supp-class-transactions.dat.txt):
      *      1     action    'A' add, 'C' change, 'D' delete
      *      2-11  supplier  the SUPPLIER-CODE
      *      12-13 class     SB small business
      *                      SD small disadvantaged business
      *                      WO woman-owned small business
      *                      HZ HUBZone small business
      *                      VO veteran-owned small business
      *                      SV service-disabled veteran-owned
      *      14-28 cert no   the certificate number
      *      29-38 agency    who certified it (SBA, VA, SELF ...)
      *      39-46 expiry    certification expiry YYYYMMDD,
      *                      zeros for none
      *
      *    A supplier carries one row per class; a renewed
      *    certificate is a Change to the class's row.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-03 dastagg       Created for small-business and
      *                          diversity classification
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPCLMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SuppClsFile
           ASSIGN TO "../data/supplier-class.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SuppClsFile-Status.

           SELECT ClsTxnFile
           ASSIGN TO "../data/supp-class-transactions.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClsTxnFile-Status.

           SELECT NewSuppClsFile
           ASSIGN TO "../data/supplier-class-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewSuppClsFile-Status.

           SELECT SuppClsCtlFile
           ASSIGN TO "../data/supplier-class-new.dat.txt.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SuppClsCtlFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SuppClsFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPCLS REPLACING ==:tag:== BY ==Cls==.

       FD  ClsTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ClsTxnFile-Record.
           05 FD-ClsTxn-Code            PIC X(01).
           05 FD-ClsTxn-Supplier        PIC X(10).
           05 FD-ClsTxn-Class           PIC X(02).
           05 FD-ClsTxn-Cert-Number     PIC X(15).
           05 FD-ClsTxn-Cert-Agency     PIC X(10).
           05 FD-ClsTxn-Expiry          PIC X(08).

       FD  NewSuppClsFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPCLS REPLACING ==:tag:== BY ==NewCls==.

       FD  SuppClsCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SuppClsCtl-Record.
           05 FD-Ctl-Count              PIC 9(09).
           05 FD-Ctl-Hash               PIC 9(13).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==SuppClsFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ClsTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewSuppClsFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppClsCtlFile==.

       01  WS-File-Counters.
           12 FD-SuppClsFile-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-ClsTxnFile-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 FD-NewSuppCls-Record-Cnt     PIC S9(4) COMP VALUE ZERO.

       01  WS-Txn-Counters.
           12 WS-Txn-Applied-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Rejected-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Txn-Valid-Flag            PIC X.
              88 WS-Txn-Valid                 VALUE 'Y'.
              88 WS-Txn-Invalid               VALUE 'N'.
           12 WS-Cls-Row-Found-Flag        PIC X.
              88 WS-Cls-Row-Found             VALUE 'Y'.
              88 WS-Cls-Row-Not-Found         VALUE 'N'.

       01  WS-Cls-Table-Storage.
           12 WS-Cls-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Cls-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Cls-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Cls-Cnt
              INDEXED BY WS-Cls-IDX.
              15 WS-Cls-Supplier           PIC X(10).
              15 WS-Cls-Class              PIC X(02).
              15 WS-Cls-Cert-Number        PIC X(15).
              15 WS-Cls-Cert-Agency        PIC X(10).
              15 WS-Cls-Expiry             PIC 9(08).
              15 WS-Cls-Deleted-Flag       PIC X.
                 88 WS-Cls-Row-Deleted        VALUE 'Y'.
                 88 WS-Cls-Row-Active         VALUE 'N'.

       01  WS-Txn-Hold.
           12 WS-Txn-Code                  PIC X(01).
              88 WS-Txn-Add                   VALUE 'A'.
              88 WS-Txn-Change                VALUE 'C'.
              88 WS-Txn-Delete                VALUE 'D'.
           12 WS-Txn-Supplier              PIC X(10).
           12 WS-Txn-Class                 PIC X(02).
              88 WS-Txn-Class-Valid           VALUE 'SB' 'SD' 'WO'
                                                    'HZ' 'VO' 'SV'.
           12 WS-Txn-Cert-Number           PIC X(15).
           12 WS-Txn-Cert-Agency           PIC X(10).
           12 WS-Txn-Expiry                PIC 9(08).
           12 WS-Txn-Match-IDX             PIC S9(4) COMP VALUE ZERO.

       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-New-File-Hash             PIC 9(13) VALUE ZERO.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Apply-Transactions UNTIL WS-ClsTxnFile-EOF.
           PERFORM 2500-Write-One-Cls-Row
              VARYING WS-Cls-IDX FROM 1 BY 1
              UNTIL WS-Cls-IDX > WS-Cls-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "SUPCLMNT: 1000-Begin-Job".
           PERFORM 1010-Load-Cls-Table.
           OPEN INPUT ClsTxnFile.
           IF NOT WS-ClsTxnFile-Good
              MOVE "PSAP002E" TO WS-Msg-Id
              MOVE "supp-class-transactions" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open ClsTxnFile Failed."
              DISPLAY "File Status: " WS-ClsTxnFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT NewSuppClsFile.

      *    A missing file just means this batch is its first
      *    rows.
       1010-Load-Cls-Table.
           OPEN INPUT SuppClsFile.
           IF WS-SuppClsFile-Good
              PERFORM 1015-Load-One-Cls-Row
                 UNTIL WS-SuppClsFile-EOF
              CLOSE SuppClsFile
           END-IF.

       1015-Load-One-Cls-Row.
           READ SuppClsFile
              AT END SET WS-SuppClsFile-EOF TO TRUE
           END-READ.
           IF WS-SuppClsFile-Good
              ADD +1 TO FD-SuppClsFile-Record-Cnt
              PERFORM 1050-Add-Table-Row
              MOVE Cls-SUPPLIER-CODE TO WS-Cls-Supplier(WS-Cls-IDX)
              MOVE Cls-CLASS-CODE TO WS-Cls-Class(WS-Cls-IDX)
              MOVE Cls-CERT-NUMBER TO WS-Cls-Cert-Number(WS-Cls-IDX)
              MOVE Cls-CERT-AGENCY TO WS-Cls-Cert-Agency(WS-Cls-IDX)
              IF Cls-CERT-EXPIRY-DATE IS NUMERIC
                 MOVE Cls-CERT-EXPIRY-DATE TO
                    WS-Cls-Expiry(WS-Cls-IDX)
              END-IF
           END-IF.

       1050-Add-Table-Row.
           IF WS-Cls-Cnt >= WS-Cls-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Cls-Table-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Cls-Cnt.
           SET WS-Cls-IDX TO WS-Cls-Cnt.
           MOVE SPACES TO WS-Cls-Supplier(WS-Cls-IDX)
                          WS-Cls-Class(WS-Cls-IDX)
                          WS-Cls-Cert-Number(WS-Cls-IDX)
                          WS-Cls-Cert-Agency(WS-Cls-IDX).
           MOVE ZERO TO WS-Cls-Expiry(WS-Cls-IDX).
           SET WS-Cls-Row-Active(WS-Cls-IDX) TO TRUE.

       2000-Apply-Transactions.
           READ ClsTxnFile
              AT END SET WS-ClsTxnFile-EOF TO TRUE
           END-READ.
           IF WS-ClsTxnFile-Good
              ADD +1 TO FD-ClsTxnFile-Record-Cnt
              PERFORM 2020-Validate-Transaction
              IF WS-Txn-Valid
                 PERFORM 2100-Apply-Transaction
                 ADD +1 TO WS-Txn-Applied-Cnt
              ELSE
                 ADD +1 TO WS-Txn-Rejected-Cnt
              END-IF
           ELSE
              IF WS-ClsTxnFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "supp-class-transactions" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Apply-Transactions"
                 DISPLAY "Read ClsTxnFile Failed."
                 DISPLAY "File Status: " WS-ClsTxnFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2020-Validate-Transaction.
           SET WS-Txn-Valid TO TRUE.
           MOVE FD-ClsTxn-Code TO WS-Txn-Code.
           MOVE FD-ClsTxn-Supplier TO WS-Txn-Supplier.
           MOVE FD-ClsTxn-Class TO WS-Txn-Class.
           MOVE FD-ClsTxn-Cert-Number TO WS-Txn-Cert-Number.
           MOVE FD-ClsTxn-Cert-Agency TO WS-Txn-Cert-Agency.
           MOVE ZERO TO WS-Txn-Expiry.
           EVALUATE TRUE
              WHEN WS-Txn-Add
              WHEN WS-Txn-Change
              WHEN WS-Txn-Delete
                 CONTINUE
              WHEN OTHER
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Unknown Txn Code: "
                    WS-Txn-Code "-" WS-Txn-Supplier
           END-EVALUATE.

           IF WS-Txn-Valid AND WS-Txn-Supplier = SPACES
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: Supplier Missing: "
                 WS-Txn-Code
           END-IF.

           IF WS-Txn-Valid AND NOT WS-Txn-Class-Valid
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: Unknown Class: "
                 WS-Txn-Supplier "-" WS-Txn-Class
           END-IF.

           IF WS-Txn-Valid AND (WS-Txn-Add OR WS-Txn-Change)
              IF FD-ClsTxn-Expiry = SPACES
                 MOVE ZERO TO WS-Txn-Expiry
              ELSE
                 IF FD-ClsTxn-Expiry IS NUMERIC
                    MOVE FD-ClsTxn-Expiry TO WS-Txn-Expiry
                 ELSE
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Bad Expiry Date: "
                       WS-Txn-Supplier "-" FD-ClsTxn-Expiry
                 END-IF
              END-IF
           END-IF.

           IF WS-Txn-Valid
              PERFORM 2030-Find-Matching-Row
              EVALUATE TRUE
                 WHEN WS-Txn-Add AND WS-Cls-Row-Found
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Class Already On File: "
                       WS-Txn-Supplier "-" WS-Txn-Class
                 WHEN (WS-Txn-Change OR WS-Txn-Delete) AND
                      WS-Cls-Row-Not-Found
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: No Matching Row: "
                       WS-Txn-Supplier "-" WS-Txn-Class
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       2030-Find-Matching-Row.
           SET WS-Cls-Row-Not-Found TO TRUE.
           MOVE ZERO TO WS-Txn-Match-IDX.
           PERFORM VARYING WS-Cls-IDX FROM 1 BY 1
              UNTIL WS-Cls-IDX > WS-Cls-Cnt
              IF WS-Cls-Row-Active(WS-Cls-IDX) AND
                 WS-Cls-Supplier(WS-Cls-IDX) = WS-Txn-Supplier AND
                 WS-Cls-Class(WS-Cls-IDX) = WS-Txn-Class
                 SET WS-Cls-Row-Found TO TRUE
                 SET WS-Txn-Match-IDX TO WS-Cls-IDX
                 SET WS-Cls-IDX TO WS-Cls-Cnt
              END-IF
           END-PERFORM.

       2100-Apply-Transaction.
           EVALUATE TRUE
              WHEN WS-Txn-Add
                 PERFORM 1050-Add-Table-Row
                 MOVE WS-Txn-Supplier TO WS-Cls-Supplier(WS-Cls-IDX)
                 MOVE WS-Txn-Class TO WS-Cls-Class(WS-Cls-IDX)
                 MOVE WS-Txn-Cert-Number TO
                    WS-Cls-Cert-Number(WS-Cls-IDX)
                 MOVE WS-Txn-Cert-Agency TO
                    WS-Cls-Cert-Agency(WS-Cls-IDX)
                 MOVE WS-Txn-Expiry TO WS-Cls-Expiry(WS-Cls-IDX)
              WHEN WS-Txn-Change
                 MOVE WS-Txn-Cert-Number TO
                    WS-Cls-Cert-Number(WS-Txn-Match-IDX)
                 MOVE WS-Txn-Cert-Agency TO
                    WS-Cls-Cert-Agency(WS-Txn-Match-IDX)
                 MOVE WS-Txn-Expiry TO
                    WS-Cls-Expiry(WS-Txn-Match-IDX)
              WHEN WS-Txn-Delete
                 SET WS-Cls-Row-Deleted(WS-Txn-Match-IDX) TO TRUE
           END-EVALUATE.

       2500-Write-One-Cls-Row.
           IF WS-Cls-Row-Active(WS-Cls-IDX)
              MOVE WS-Cls-Supplier(WS-Cls-IDX) TO
                 NewCls-SUPPLIER-CODE
              MOVE WS-Cls-Class(WS-Cls-IDX) TO NewCls-CLASS-CODE
              MOVE WS-Cls-Cert-Number(WS-Cls-IDX) TO
                 NewCls-CERT-NUMBER
              MOVE WS-Cls-Cert-Agency(WS-Cls-IDX) TO
                 NewCls-CERT-AGENCY
              MOVE WS-Cls-Expiry(WS-Cls-IDX) TO
                 NewCls-CERT-EXPIRY-DATE
              WRITE NewCls-SUPP-CLASS-REC
              IF WS-NewSuppClsFile-Good
                 ADD +1 TO FD-NewSuppCls-Record-Cnt
                 MOVE SPACES TO WS-Hash-Record
                 MOVE NewCls-SUPP-CLASS-REC TO WS-Hash-Record
                 CALL 'PSAPHASH' USING WS-Hash-Record
                    WS-New-File-Hash
              ELSE
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "supplier-class-new" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2500-Write-One-Cls-Row"
                 DISPLAY "File Status: " WS-NewSuppClsFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       3000-End-Job.
           DISPLAY "SUPCLMNT: 3000-End-Job".
           CLOSE ClsTxnFile NewSuppClsFile.
      *    The control line PROMOTE verifies the SUPPCLS pair
      *    against -- count and the PSAPHASH hash of every
      *    record written.
           OPEN OUTPUT SuppClsCtlFile.
           MOVE FD-NewSuppCls-Record-Cnt TO FD-Ctl-Count.
           MOVE WS-New-File-Hash TO FD-Ctl-Hash.
           WRITE FD-SuppClsCtl-Record.
           CLOSE SuppClsCtlFile.
           DISPLAY "  Supp-Cls-Maint: Rows On File:  "
              FD-SuppClsFile-Record-Cnt.
           DISPLAY "  Supp-Cls-Maint: Txns Read:     "
              FD-ClsTxnFile-Record-Cnt.
           DISPLAY "  Supp-Cls-Maint: Txns Applied:  "
              WS-Txn-Applied-Cnt.
           DISPLAY "  Supp-Cls-Maint: Txns Rejected: "
              WS-Txn-Rejected-Cnt.
           DISPLAY "  Supp-Cls-Maint: Rows Written:  "
              FD-NewSuppCls-Record-Cnt.
