      *                          other clusters, now that the
      *                          address output is a keyed
      *                          master too.
      * 2026-10-02 dastagg       PSAP record maximum 1461 for
      *                          the PO-contract segment.
      * 2026-10-04 dastagg       PSAP record maximum 1484 for
      *                          the supplier tax segment; the
      *                          supplier rebuild now carries the
      *                          tax fields, and the payment terms
      *                          it had been leaving behind.
      * 2026-10-08 dastagg       USERAUTH cluster built from the
      *                          promoted user-authority file, so
      *                          PSQM, PSQW and PSQP can browse a
      *                          user's grants by user id.
      * 2026-10-09 dastagg       POEDREF cluster built from
      *                          POCALL's parameter files, so the
      *                          PSQE online PO entry can run the
      *                          same edits; its PO counter is
      *                          seeded past every online number
      *                          already staged or on poout.
      * 2026-10-10 dastagg       APPRINBX cluster built from the
      *                          PO hold queue and the pending-
      *                          supplier queue for the PSQA
      *                          approvals inbox; POEDREF carries
      *                          the identity cross-reference.
      * 2026-10-13 dastagg       PSAP record maximum 2116 and
      *                          POOUT image 160 for the PO
      *                          GL distribution lines.
      * 2026-10-15 dastagg       Contacts CONTERAS erased are not
      *                          rebuilt into CONTOUT.
      * 2026-10-15 dastagg       PSAP record maximum 4158 and
      *                          POOUT image 366 for the PO
      *                          delivery-schedule lines.
      * 2026-10-15 dastagg       PSAP record maximum 4190 and
      *                          POOUT image 369 for the PO
      *                          ship-to plant.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LifecycleFile-Status.

      *    The promoted user-authority file AUTHMNT maintains,
      *    and the keyed copy of it (user id, role) the online
      *    transactions browse.
           SELECT UserAuthSeq
           ASSIGN TO "../data/user-authority.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UserAuthSeq-Status.

           SELECT UserAuth
           ASSIGN TO USERAUTH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UserAuth-AUTH-KEY
           FILE STATUS IS WS-UserAuth-Status.

      *    POCALL's SELECTs are the authority on its parameter
      *    files; the keyed copy the PSQE entry edits against
      *    carries one row per table entry (see POEDREF).
           SELECT PoEdRef
           ASSIGN TO POEDREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PoEdRef-REF-KEY
           FILE STATUS IS WS-PoEdRef-Status.

           SELECT BuyerFile
           ASSIGN TO "../data/buyer-code.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BuyerFile-Status.

           SELECT CurrencyFile
           ASSIGN TO "../data/currency-code.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CurrencyFile-Status.

           SELECT CatalogFile
           ASSIGN TO "../data/supplier-catalog.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CatalogFile-Status.

           SELECT OrderRulesFile
           ASSIGN TO "../data/order-rules.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OrderRulesFile-Status.

           SELECT HolidayFile
           ASSIGN TO "../data/site-holidays.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HolidayFile-Status.

           SELECT FiscalCalFile
           ASSIGN TO "../data/fiscal-calendar.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FiscalCalFile-Status.

           SELECT BudgetFile
           ASSIGN TO "../data/buyer-budgets.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BudgetFile-Status.

           SELECT CommitFile
           ASSIGN TO "../data/buyer-commitments.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CommitFile-Status.

           SELECT SeverityFile
           ASSIGN TO "../data/severity-rules.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SeverityFile-Status.

           SELECT ValThreshFile
           ASSIGN TO "../data/val-thresholds.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ValThreshFile-Status.

      *    AUTHCHK's SELECT is the authority.
           SELECT IdentityFile
           ASSIGN TO "../data/sod-identity-xref.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IdentityFile-Status.

      *    The inbox PSQA works: one entry per held PO and per
      *    pending supplier (see APPRINBX).
           SELECT ApprInbx
           ASSIGN TO APPRINBX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ApprInbx-INBOX-KEY
           FILE STATUS IS WS-ApprInbx-Status.

      *    PORELEAS's SELECT is the authority.
           SELECT HoldQueueFile
           ASSIGN TO "../data/po-hold-queue.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldQueueFile-Status.

      *    SUPPAPPR's SELECT is the authority.
           SELECT PendingSuppFile
           ASSIGN TO "../data/pending-suppliers.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PendingSuppFile-Status.

      *    ONLPOSTG's SELECT is the authority.
           SELECT OnlPoControl
           ASSIGN TO "../data/online-po-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OnlPoControl-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  GoodIn
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 249 TO 4190 CHARACTERS
           DEPENDING ON WS-GoodIn-Length
           BLOCK CONTAINS 0 RECORDS.
           COPY PSAP.
           05 FD-Life-Part           PIC X(23).
           05 FD-Life-Status         PIC X(01).

       FD  UserAuthSeq
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-UserAuthSeq-Record  PIC X(120).

       FD  UserAuth
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY USERAUTH REPLACING ==:tag:== BY ==UserAuth==.

       FD  PoEdRef
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY POEDREF REPLACING ==:tag:== BY ==PoEdRef==.

       FD  BuyerFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Buyer-Record.
           05 FD-Buyer-Code          PIC X(03).
           05 FD-Buyer-Name          PIC X(20).
           05 FILLER                 PIC X(02).
           05 FD-Buyer-Limit         PIC X(09).

       FD  CurrencyFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Currency-Record.
           05 FD-Currency-Code       PIC X(03).
           05 FD-Currency-Name       PIC X(20).
           05 FILLER                 PIC X(02).

       FD  CatalogFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Catalog-Record.
           05 FD-Cat-Part            PIC X(23).
           05 FD-Cat-Supp            PIC X(10).
           05 FD-Cat-Price           PIC 9(07)V99.

       FD  OrderRulesFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-OrderRule-Record.
           05 FD-Rule-Part           PIC X(23).
           05 FD-Rule-Uom            PIC X(03).
           05 FD-Rule-Min-Qty        PIC 9(07).
           05 FD-Rule-Multiple       PIC 9(07).

       FD  HolidayFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Holiday-Record         PIC 9(08).

       FD  FiscalCalFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-FiscalCal-Record.
           05 FD-Cal-Period-Id       PIC X(06).
           05 FD-Cal-Start-Date      PIC 9(08).
           05 FD-Cal-End-Date        PIC 9(08).

       FD  BudgetFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Budget-Record.
           05 FD-Bud-Buyer           PIC X(03).
           05 FD-Bud-Period          PIC X(06).
           05 FD-Bud-Amount          PIC 9(13)V99.

       FD  CommitFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Commit-Record.
           05 FD-Cmt-Buyer           PIC X(03).
           05 FD-Cmt-Amount          PIC 9(13)V99.

       FD  SeverityFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Severity-Record.
           05 FD-Sev-Check-Id        PIC X(12).
           05 FD-Sev-Class           PIC X(01).

       FD  ValThreshFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY VALTHRSH.

       FD  OnlPoControl
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-OnlPoControl-Record.
           05 FD-OnlCtl-Next-Seq     PIC 9(05).

       FD  IdentityFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Identity-Record.
           05 FD-Id-Buyer-Code       PIC X(03).
           05 FILLER                 PIC X(01).
           05 FD-Id-User-Id          PIC X(08).

       FD  ApprInbx
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY APPRINBX REPLACING ==:tag:== BY ==ApprInbx==.

       FD  HoldQueueFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-HoldQueue-Record.
           05 FD-HQ-Held-Date        PIC 9(08).
           05 FD-HQ-Check-Id         PIC X(12).
           05 FD-HQ-Po-Image         PIC X(369).

       FD  PendingSuppFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PendingSupp-Record.
           05 FD-Pend-First-Seen     PIC 9(08).
           05 FD-Pend-Supp-Image.
              10 FD-Pend-Supplier-Code
                                     PIC X(10).
              10 FILLER              PIC X(29).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GoodIn==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusSeq==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStat==.
           COPY WSFST REPLACING ==:tag:== BY ==LifecycleFile==.
           COPY WSFST REPLACING ==:tag:== BY ==UserAuthSeq==.
           COPY WSFST REPLACING ==:tag:== BY ==UserAuth==.
           COPY WSFST REPLACING ==:tag:== BY ==PoEdRef==.
           COPY WSFST REPLACING ==:tag:== BY ==BuyerFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CurrencyFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CatalogFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OrderRulesFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HolidayFile==.
           COPY WSFST REPLACING ==:tag:== BY ==FiscalCalFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BudgetFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CommitFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SeverityFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ValThreshFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OnlPoControl==.
           COPY WSFST REPLACING ==:tag:== BY ==IdentityFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ApprInbx==.
           COPY WSFST REPLACING ==:tag:== BY ==HoldQueueFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PendingSuppFile==.

       01  WS-GoodIn-Path           PIC X(100) VALUE "PSAPGOOD".

           12 WS-Supp-Rewritten-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Cont-Written-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Cont-Rewritten-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Cont-Erased-Skip-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 WS-Addr-Written-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Addr-Rewritten-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Addr-Seq-Cnt              PIC 9(02) VALUE ZERO.
           12 WS-Xref-Rewritten-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-PoMast-Written-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-PoStat-Written-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-UserAuth-Written-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 WS-EdRef-Written-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-EdRef-Rewritten-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Inbox-Held-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Inbox-Pending-Cnt         PIC S9(4) COMP VALUE ZERO.

       01  WS-Edit-Ref-Work.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Current-Period            PIC X(06) VALUE SPACES.
           12 WS-High-Online-Seq           PIC 9(05) VALUE ZERO.
           12 WS-Next-Online-Seq           PIC 9(05) VALUE 1.

       01  WS-Lifecycle-Storage.
           12 WS-Life-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           PERFORM 2000-Rebuild-One-Record UNTIL WS-GoodIn-EOF.
           PERFORM 2500-Rebuild-Po-Master.
           PERFORM 2600-Rebuild-Po-Status.
           PERFORM 2700-Rebuild-User-Authority.
           PERFORM 2800-Rebuild-Edit-Reference.
           PERFORM 2900-Rebuild-Approvals-Inbox.
           PERFORM 3000-End-Job.
           GOBACK.

           MOVE SUPPLIER-RATING TO SuppOut-SUPPLIER-RATING.
           MOVE SUPPLIER-STATUS TO SuppOut-SUPPLIER-STATUS.
           MOVE SUPPLIER-ACT-DATE TO SuppOut-SUPPLIER-ACT-DATE.
           IF NUM-PAY-TERMS = 1
              MOVE TERMS-NET-DAYS(1) TO SuppOut-TERMS-NET-DAYS
              MOVE TERMS-DISC-PCT(1) TO SuppOut-TERMS-DISC-PCT
              MOVE TERMS-DISC-DAYS(1) TO SuppOut-TERMS-DISC-DAYS
           ELSE
              MOVE ZERO TO SuppOut-TERMS-NET-DAYS
                           SuppOut-TERMS-DISC-PCT
                           SuppOut-TERMS-DISC-DAYS
           END-IF.
           IF NUM-SUPP-TAX = 1
              MOVE SUPP-TIN(1) TO SuppOut-SUPPLIER-TIN
              MOVE SUPP-TIN-TYPE(1) TO SuppOut-TIN-TYPE
              MOVE SUPP-1099-FLAG(1) TO SuppOut-1099-FLAG
              MOVE SUPP-1099-BOX(1) TO SuppOut-1099-BOX
              MOVE SUPP-W9-DATE(1) TO SuppOut-W9-DATE
           ELSE
              MOVE SPACES TO SuppOut-SUPPLIER-TIN SuppOut-TIN-TYPE
                             SuppOut-1099-FLAG SuppOut-1099-BOX
              MOVE ZERO TO SuppOut-W9-DATE
           END-IF.
           WRITE SuppOut-SUPPLIERS
              INVALID KEY
                 REWRITE SuppOut-SUPPLIERS
           END-WRITE.

       2300-Rebuild-Contacts.
           PERFORM 2305-Check-One-Contact VARYING CONT-IDX
              FROM 1 BY 1 UNTIL CONT-IDX > NUM-CONTACTS.

      *    A contact CONTERAS erased keeps its masked slot in
      *    PSAPGOOD so the record length and the trailer still
      *    tie out; the slot is never written back to CONTOUT.
       2305-Check-One-Contact.
           IF CONTACT-NAME(CONT-IDX) = "*ERASED*"
              ADD +1 TO WS-Cont-Erased-Skip-Cnt
           ELSE
              PERFORM 2310-Rebuild-One-Contact
           END-IF.

       2310-Rebuild-One-Contact.
           MOVE SUPPLIER-CODE TO ContOut-SUPPLIER-CODE.
           SET ContOut-CONTACT-SEQ TO CONT-IDX.
              IF PoOutSeq-PO-NUMBER = "*HDR*"
                 CONTINUE
              ELSE
                 IF PoOutSeq-PO-NUMBER(1:1) = 'E' AND
                    PoOutSeq-PO-NUMBER(2:5) IS NUMERIC AND
                    PoOutSeq-PO-NUMBER(2:5) > WS-High-Online-Seq
                    MOVE PoOutSeq-PO-NUMBER(2:5) TO
                       WS-High-Online-Seq
                 END-IF
                 MOVE PoOutSeq-PURCHASE-ORDERS TO
                    PoMast-PURCHASE-ORDERS
                 WRITE PoMast-PURCHASE-ORDERS
              END-WRITE
           END-IF.

      *    No promoted authority file yet leaves the cluster
      *    empty -- the online transactions then refuse everyone,
      *    which is the point.
       2700-Rebuild-User-Authority.
           OPEN OUTPUT UserAuth.
           OPEN INPUT UserAuthSeq.
           IF WS-UserAuthSeq-Good
              PERFORM 2710-Rebuild-One-Grant
                 UNTIL WS-UserAuthSeq-EOF
           END-IF.
           CLOSE UserAuthSeq UserAuth.

       2710-Rebuild-One-Grant.
           READ UserAuthSeq
              AT END SET WS-UserAuthSeq-EOF TO TRUE
           END-READ.
           IF WS-UserAuthSeq-Good
              MOVE FD-UserAuthSeq-Record TO UserAuth-USER-AUTHORITY
              WRITE UserAuth-USER-AUTHORITY
                 INVALID KEY
                    REWRITE UserAuth-USER-AUTHORITY
                 NOT INVALID KEY
                    ADD +1 TO WS-UserAuth-Written-Cnt
              END-WRITE
           END-IF.

      *    Every POCALL parameter file the PSQE edits need, one
      *    row per table entry.  A missing file writes no rows
      *    -- the same "nothing to check" POCALL takes from it.
       2800-Rebuild-Edit-Reference.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           OPEN OUTPUT PoEdRef.
           OPEN INPUT BuyerFile.
           IF WS-BuyerFile-Good
              PERFORM 2810-Load-One-Buyer UNTIL WS-BuyerFile-EOF
              CLOSE BuyerFile
           END-IF.
           OPEN INPUT CurrencyFile.
           IF WS-CurrencyFile-Good
              PERFORM 2815-Load-One-Currency
                 UNTIL WS-CurrencyFile-EOF
              CLOSE CurrencyFile
           END-IF.
           OPEN INPUT CatalogFile.
           IF WS-CatalogFile-Good
              PERFORM 2820-Load-One-Catalog-Row
                 UNTIL WS-CatalogFile-EOF
              CLOSE CatalogFile
           END-IF.
           OPEN INPUT OrderRulesFile.
           IF WS-OrderRulesFile-Good
              PERFORM 2825-Load-One-Order-Rule
                 UNTIL WS-OrderRulesFile-EOF
              CLOSE OrderRulesFile
           END-IF.
           OPEN INPUT HolidayFile.
           IF WS-HolidayFile-Good
              PERFORM 2830-Load-One-Holiday
                 UNTIL WS-HolidayFile-EOF
              CLOSE HolidayFile
           END-IF.
           OPEN INPUT FiscalCalFile.
           IF WS-FiscalCalFile-Good
              PERFORM 2835-Load-One-Period
                 UNTIL WS-FiscalCalFile-EOF
              CLOSE FiscalCalFile
           END-IF.
           OPEN INPUT BudgetFile.
           IF WS-BudgetFile-Good
              PERFORM 2840-Load-One-Budget UNTIL WS-BudgetFile-EOF
              CLOSE BudgetFile
           END-IF.
           IF WS-Current-Period > SPACES
              OPEN INPUT CommitFile
              IF WS-CommitFile-Good
                 PERFORM 2845-Load-One-Commitment
                    UNTIL WS-CommitFile-EOF
                 CLOSE CommitFile
              END-IF
           END-IF.
           OPEN INPUT SeverityFile.
           IF WS-SeverityFile-Good
              PERFORM 2850-Load-One-Severity
                 UNTIL WS-SeverityFile-EOF
              CLOSE SeverityFile
           END-IF.
           OPEN INPUT IdentityFile.
           IF WS-IdentityFile-Good
              PERFORM 2865-Load-One-Identity
                 UNTIL WS-IdentityFile-EOF
              CLOSE IdentityFile
           END-IF.
           PERFORM 2855-Load-Thresholds.
           PERFORM 2860-Seed-Po-Counter.
           CLOSE PoEdRef.

       2810-Load-One-Buyer.
           READ BuyerFile
              AT END SET WS-BuyerFile-EOF TO TRUE
           END-READ.
           IF WS-BuyerFile-Good
              MOVE SPACES TO PoEdRef-EDIT-REF
              MOVE "BY" TO PoEdRef-REF-TYPE
              MOVE FD-Buyer-Code TO PoEdRef-REF-ID
              MOVE FD-Buyer-Name TO PoEdRef-BUYER-NAME
              IF FD-Buyer-Limit IS NUMERIC
                 MOVE FD-Buyer-Limit TO PoEdRef-BUYER-LIMIT
              ELSE
                 MOVE ZERO TO PoEdRef-BUYER-LIMIT
              END-IF
              PERFORM 2890-Write-Edit-Ref
           END-IF.

       2815-Load-One-Currency.
           READ CurrencyFile
              AT END SET WS-CurrencyFile-EOF TO TRUE
           END-READ.
           IF WS-CurrencyFile-Good
              MOVE SPACES TO PoEdRef-EDIT-REF
              MOVE "CU" TO PoEdRef-REF-TYPE
              MOVE FD-Currency-Code TO PoEdRef-REF-ID
              MOVE FD-Currency-Name TO PoEdRef-CURRENCY-NAME
              PERFORM 2890-Write-Edit-Ref
           END-IF.

       2820-Load-One-Catalog-Row.
           READ CatalogFile
              AT END SET WS-CatalogFile-EOF TO TRUE
           END-READ.
           IF WS-CatalogFile-Good AND FD-Cat-Price IS NUMERIC
              MOVE SPACES TO PoEdRef-EDIT-REF
              MOVE "CT" TO PoEdRef-REF-TYPE
              MOVE FD-Cat-Part TO PoEdRef-REF-ID(1:23)
              MOVE FD-Cat-Supp TO PoEdRef-REF-ID(24:10)
              MOVE FD-Cat-Price TO PoEdRef-CATALOG-PRICE
              PERFORM 2890-Write-Edit-Ref
           END-IF.

       2825-Load-One-Order-Rule.
           READ OrderRulesFile
              AT END SET WS-OrderRulesFile-EOF TO TRUE
           END-READ.
           IF WS-OrderRulesFile-Good
              MOVE SPACES TO PoEdRef-EDIT-REF
              MOVE "OR" TO PoEdRef-REF-TYPE
              MOVE FD-Rule-Part TO PoEdRef-REF-ID(1:23)
              MOVE FD-Rule-Uom TO PoEdRef-REF-ID(24:3)
              MOVE ZERO TO PoEdRef-RULE-MIN-QTY
                           PoEdRef-RULE-MULTIPLE
              IF FD-Rule-Min-Qty IS NUMERIC
                 MOVE FD-Rule-Min-Qty TO PoEdRef-RULE-MIN-QTY
              END-IF
              IF FD-Rule-Multiple IS NUMERIC
                 MOVE FD-Rule-Multiple TO PoEdRef-RULE-MULTIPLE
              END-IF
              PERFORM 2890-Write-Edit-Ref
           END-IF.

       2830-Load-One-Holiday.
           READ HolidayFile
              AT END SET WS-HolidayFile-EOF TO TRUE
           END-READ.
           IF WS-HolidayFile-Good AND FD-Holiday-Record IS NUMERIC
              MOVE SPACES TO PoEdRef-EDIT-REF
              MOVE "HO" TO PoEdRef-REF-TYPE
              MOVE FD-Holiday-Record TO PoEdRef-REF-ID(1:8)
              PERFORM 2890-Write-Edit-Ref
           END-IF.

      *    Keyed on the end date; the period holding today is
      *    the one the batch's commitments belong to.
       2835-Load-One-Period.
           READ FiscalCalFile
              AT END SET WS-FiscalCalFile-EOF TO TRUE
           END-READ.
           IF WS-FiscalCalFile-Good AND
              FD-Cal-Start-Date IS NUMERIC AND
              FD-Cal-End-Date IS NUMERIC
              MOVE SPACES TO PoEdRef-EDIT-REF
              MOVE "FP" TO PoEdRef-REF-TYPE
              MOVE FD-Cal-End-Date TO PoEdRef-REF-ID(1:8)
              MOVE FD-Cal-Period-Id TO PoEdRef-PERIOD-ID
              MOVE FD-Cal-Start-Date TO PoEdRef-PERIOD-START
              PERFORM 2890-Write-Edit-Ref
              IF WS-Today-Date >= FD-Cal-Start-Date AND
                 WS-Today-Date <= FD-Cal-End-Date
                 MOVE FD-Cal-Period-Id TO WS-Current-Period
              END-IF
           END-IF.

       2840-Load-One-Budget.
           READ BudgetFile
              AT END SET WS-BudgetFile-EOF TO TRUE
           END-READ.
           IF WS-BudgetFile-Good AND FD-Bud-Amount IS NUMERIC
              MOVE SPACES TO PoEdRef-EDIT-REF
              MOVE "BU" TO PoEdRef-REF-TYPE
              MOVE FD-Bud-Buyer TO PoEdRef-REF-ID(1:3)
              MOVE FD-Bud-Period TO PoEdRef-REF-ID(4:6)
              MOVE FD-Bud-Amount TO PoEdRef-BUDGET-AMOUNT
              MOVE ZERO TO PoEdRef-BUDGET-COMMITTED
              PERFORM 2890-Write-Edit-Ref
           END-IF.

      *    A commitment for a buyer with no budget row this
      *    period has nothing to accumulate against -- skipped,
      *    as POCALL skips it.
       2845-Load-One-Commitment.
           READ CommitFile
              AT END SET WS-CommitFile-EOF TO TRUE
           END-READ.
           IF WS-CommitFile-Good AND FD-Cmt-Amount IS NUMERIC
              MOVE SPACES TO PoEdRef-REF-KEY
              MOVE "BU" TO PoEdRef-REF-TYPE
              MOVE FD-Cmt-Buyer TO PoEdRef-REF-ID(1:3)
              MOVE WS-Current-Period TO PoEdRef-REF-ID(4:6)
              READ PoEdRef
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE FD-Cmt-Amount TO PoEdRef-BUDGET-COMMITTED
                    PERFORM 2890-Write-Edit-Ref
              END-READ
           END-IF.

       2850-Load-One-Severity.
           READ SeverityFile
              AT END SET WS-SeverityFile-EOF TO TRUE
           END-READ.
           IF WS-SeverityFile-Good
              MOVE SPACES TO PoEdRef-EDIT-REF
              MOVE "SV" TO PoEdRef-REF-TYPE
              MOVE FD-Sev-Check-Id TO PoEdRef-REF-ID
              MOVE FD-Sev-Class TO PoEdRef-SEVERITY-CLASS
              PERFORM 2890-Write-Edit-Ref
           END-IF.

      *    Only a readable thresholds record makes a TH row --
      *    without one PSQE keeps POCALL's compiled defaults.
       2855-Load-Thresholds.
           OPEN INPUT ValThreshFile.
           IF WS-ValThreshFile-Good
              READ ValThreshFile
              IF WS-ValThreshFile-Good
                 MOVE SPACES TO PoEdRef-EDIT-REF
                 MOVE "TH" TO PoEdRef-REF-TYPE
                 MOVE VT-UNIT-PRICE-LOW TO PoEdRef-TH-UNIT-PRICE-LOW
                 MOVE VT-UNIT-PRICE-HIGH TO
                    PoEdRef-TH-UNIT-PRICE-HIGH
                 MOVE VT-ORDER-VALUE-HIGH TO
                    PoEdRef-TH-ORDER-VALUE-HIGH
                 MOVE ZERO TO PoEdRef-TH-CATALOG-TOL-PCT
                 IF VT-CATALOG-TOL-PCT IS NUMERIC
                    MOVE VT-CATALOG-TOL-PCT TO
                       PoEdRef-TH-CATALOG-TOL-PCT
                 END-IF
                 PERFORM 2890-Write-Edit-Ref
              END-IF
              CLOSE ValThreshFile
           END-IF.

      *    The counter starts past whichever is higher: the next
      *    number ONLPOSTG recorded when it last staged, or the
      *    highest online PO already on poout.
       2860-Seed-Po-Counter.
           OPEN INPUT OnlPoControl.
           IF WS-OnlPoControl-Good
              READ OnlPoControl
              IF WS-OnlPoControl-Good AND
                 FD-OnlCtl-Next-Seq IS NUMERIC AND
                 FD-OnlCtl-Next-Seq > ZERO
                 MOVE FD-OnlCtl-Next-Seq TO WS-Next-Online-Seq
              END-IF
              CLOSE OnlPoControl
           END-IF.
           IF WS-High-Online-Seq >= WS-Next-Online-Seq
              COMPUTE WS-Next-Online-Seq = WS-High-Online-Seq + 1
           END-IF.
           MOVE SPACES TO PoEdRef-EDIT-REF.
           MOVE "NO" TO PoEdRef-REF-TYPE.
           MOVE WS-Next-Online-Seq TO PoEdRef-NEXT-PO-SEQ.
           PERFORM 2890-Write-Edit-Ref.

      *    Keyed the other way round from AUTHCHK's table: PSQA
      *    has the sign-on user id and needs the buyer code a
      *    release is staged under.
       2865-Load-One-Identity.
           READ IdentityFile
              AT END SET WS-IdentityFile-EOF TO TRUE
           END-READ.
           IF WS-IdentityFile-Good AND FD-Id-User-Id > SPACES AND
              FD-Id-Buyer-Code > SPACES
              MOVE SPACES TO PoEdRef-EDIT-REF
              MOVE "UI" TO PoEdRef-REF-TYPE
              MOVE FD-Id-User-Id TO PoEdRef-REF-ID
              MOVE FD-Id-Buyer-Code TO PoEdRef-UI-BUYER-CODE
              PERFORM 2890-Write-Edit-Ref
           END-IF.

      *    A key repeated in a parameter file is the last one
      *    read, the way POCALL's first-match table search would
      *    not be -- duplicates are counted so they show.
       2890-Write-Edit-Ref.
           WRITE PoEdRef-EDIT-REF
              INVALID KEY
                 REWRITE PoEdRef-EDIT-REF
                 IF WS-PoEdRef-Good
                    ADD +1 TO WS-EdRef-Rewritten-Cnt
                 ELSE
                    MOVE "PSAP003E" TO WS-Msg-Id
                    MOVE "POEDREF" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    DISPLAY "File Status: " WS-PoEdRef-Status
                    MOVE +8 TO RETURN-CODE
                    GOBACK
                 END-IF
              NOT INVALID KEY
                 ADD +1 TO WS-EdRef-Written-Cnt
           END-WRITE.

      *    Every entry starts undecided -- the night's PORELEAS
      *    and SUPPAPPR have already applied yesterday's
      *    decisions to the queues read here.  A missing queue
      *    just means nothing is waiting.
       2900-Rebuild-Approvals-Inbox.
           OPEN OUTPUT ApprInbx.
           OPEN INPUT HoldQueueFile.
           IF WS-HoldQueueFile-Good
              PERFORM 2910-Load-One-Held-Po
                 UNTIL WS-HoldQueueFile-EOF
              CLOSE HoldQueueFile
           END-IF.
           OPEN INPUT PendingSuppFile.
           IF WS-PendingSuppFile-Good
              PERFORM 2920-Load-One-Pending-Supp
                 UNTIL WS-PendingSuppFile-EOF
              CLOSE PendingSuppFile
           END-IF.
           CLOSE ApprInbx.

       2910-Load-One-Held-Po.
           READ HoldQueueFile
              AT END SET WS-HoldQueueFile-EOF TO TRUE
           END-READ.
           IF WS-HoldQueueFile-Good
              MOVE SPACES TO ApprInbx-INBOX-ENTRY
              SET ApprInbx-ENTRY-HELD-PO TO TRUE
              MOVE FD-HQ-Po-Image(1:6) TO ApprInbx-ENTRY-ID
              MOVE FD-HQ-Held-Date TO ApprInbx-QUEUED-DATE
              MOVE FD-HQ-Check-Id TO ApprInbx-HOLD-CHECK-ID
              MOVE FD-HQ-Po-Image TO ApprInbx-ENTRY-IMAGE
              PERFORM 2990-Write-Inbox-Entry
              ADD +1 TO WS-Inbox-Held-Cnt
           END-IF.

       2920-Load-One-Pending-Supp.
           READ PendingSuppFile
              AT END SET WS-PendingSuppFile-EOF TO TRUE
           END-READ.
           IF WS-PendingSuppFile-Good
              MOVE SPACES TO ApprInbx-INBOX-ENTRY
              SET ApprInbx-ENTRY-PENDING-SUPP TO TRUE
              MOVE FD-Pend-Supplier-Code TO ApprInbx-ENTRY-ID
              MOVE FD-Pend-First-Seen TO ApprInbx-QUEUED-DATE
              MOVE FD-Pend-Supp-Image TO ApprInbx-ENTRY-IMAGE
              PERFORM 2990-Write-Inbox-Entry
              ADD +1 TO WS-Inbox-Pending-Cnt
           END-IF.

       2990-Write-Inbox-Entry.
           WRITE ApprInbx-INBOX-ENTRY
              INVALID KEY
                 REWRITE ApprInbx-INBOX-ENTRY
                 IF NOT WS-ApprInbx-Good
                    MOVE "PSAP003E" TO WS-Msg-Id
                    MOVE "APPRINBX" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    DISPLAY "File Status: " WS-ApprInbx-Status
                    MOVE +8 TO RETURN-CODE
                    GOBACK
                 END-IF
           END-WRITE.

      *    The counts reconcile back to the source: every good
      *    record produced one part action, one supplier action,
      *    one cross-reference action, and one contact action per
              WS-Cont-Written-Cnt.
           DISPLAY "  Psap-Rbld: Contacts Refresh:  "
              WS-Cont-Rewritten-Cnt.
           DISPLAY "  Psap-Rbld: Contacts Erased:   "
              WS-Cont-Erased-Skip-Cnt.
           DISPLAY "  Psap-Rbld: Addresses Written: "
              WS-Addr-Written-Cnt.
           DISPLAY "  Psap-Rbld: Addresses Refresh: "
              WS-PoMast-Written-Cnt.
           DISPLAY "  Psap-Rbld: PO Status Written: "
              WS-PoStat-Written-Cnt.
           DISPLAY "  Psap-Rbld: Grants Written:    "
              WS-UserAuth-Written-Cnt.
           DISPLAY "  Psap-Rbld: Edit Refs Written: "
              WS-EdRef-Written-Cnt.
           DISPLAY "  Psap-Rbld: Edit Refs Replaced:"
              WS-EdRef-Rewritten-Cnt.
           DISPLAY "  Psap-Rbld: Inbox Held POs:    "
              WS-Inbox-Held-Cnt.
           DISPLAY "  Psap-Rbld: Inbox Pending Supp:"
              WS-Inbox-Pending-Cnt.
