      ***********************************************************
      * Program name:    ONLPOSTG
      * Original author: David Stagowski
      *
      *    Description: Stage the purchase orders accepted at
      *       the online entry transaction as a PSAP input file.
      *
      *    POENTRY (PSQE) edits a PO against the POEDREF copy of
      *    POCALL's tables and, when it passes, writes it to the
      *    POEN transient data queue.  The queue is routed to the
      *    data set this job reads through DD POENDATA.  A
      *    missing or empty data set means nothing was keyed.
      *
      *    Each entry is built into a full PSAPFile-format record
      *    -- part, supplier, addresses, contacts, terms and tax
      *    from the keyed masters, the one PO occurrence from the
      *    entry -- exactly as REQGEN builds a proposal.  The
      *    records go to the staged file between a batch header
      *    (source ONL, today's date) and a trailer (count and
      *    QUANTITY hash), the convention PSAP agreed with the
      *    plants.  The operator adds the staged file to PSAPFLST
      *    and each PO goes through the full PSAP and POCALL
      *    edits, including the ones PSQE does not make online.
      *    The header puts the file on the transmission registry,
      *    so it is staged once per business day.
      *
      *    A part or supplier no longer on its master is listed
      *    and not staged -- the buyer re-keys it.
      *
      *    Control file (../data/online-po-control.dat.txt): the
      *    next online PO sequence 9(5).  An entry below it was
      *    staged on an earlier run (the queue data set is not
      *    always emptied between runs) and is passed over.
      *    PSAPRBLD seeds PSQE's PO counter from it.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-09 dastagg       Created for online PO entry
      * 2026-10-13 dastagg       PSAP record maximum 2116 for
      *                          the PO distribution segment.
      * 2026-10-15 dastagg       PSAP record maximum 4158 for
      *                          the PO delivery-schedule segment.
      * 2026-10-15 dastagg       PSAP record maximum 4190 for
      *                          the PO ship-to segment.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONLPOSTG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The extrapartition data set behind the POEN queue.
           SELECT OnlPoQueue
           ASSIGN TO POENDATA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-OnlPoQueue-Status.

      *    PSAPFile's FD in PSAP.cbl is the authority on the
      *    physical format.
           SELECT StagedFile
           ASSIGN TO "../data/online-po-staged.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-StagedFile-Status.

           SELECT StageRpt
           ASSIGN TO "../data/online-po-stage-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-StageRpt-Status.

           SELECT ControlFile
           ASSIGN TO "../data/online-po-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ControlFile-Status.

      *    PartOut's own SELECT in PARTCALL.cbl is the authority.
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

      *    AddrOut's own SELECT in ADDRCALL.cbl is the authority
      *    -- DYNAMIC so a supplier's addresses browse in key
      *    order.
           SELECT AddrOut
           ASSIGN TO "../data/addrout.dat.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AddrOut-ADDR-KEY
           FILE STATUS IS WS-AddrOut-Status.

      *    ContOut's own SELECT in CONTCALL.cbl is the authority.
           SELECT ContOut
           ASSIGN TO CONTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ContOut-CONT-KEY
           FILE STATUS IS WS-ContOut-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  OnlPoQueue
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ONLPO REPLACING ==:tag:== BY ==OnlPo==.

       FD  StagedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 249 TO 4190 CHARACTERS
           DEPENDING ON WS-Staged-Length
           BLOCK CONTAINS 0 RECORDS.
           COPY PSAP.

       FD  StageRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-StageRpt-Record           PIC X(132).

       FD  ControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Control-Record.
           05 FD-Ctl-Next-Seq           PIC 9(05).

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

       FD  AddrOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ADDROUT REPLACING ==:tag:== BY ==AddrOut==.

       FD  ContOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CONTOUT REPLACING ==:tag:== BY ==ContOut==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==OnlPoQueue==.
           COPY WSFST REPLACING ==:tag:== BY ==StagedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StageRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==ControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==AddrOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ContOut==.

       01  WS-File-Counters.
           12 WS-Staged-Length             PIC 9(4) COMP VALUE ZERO.
           12 FD-OnlPoQueue-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 FD-Staged-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-StageRpt-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Already-Staged-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Skip-No-Part-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Skip-No-Supplier-Cnt      PIC S9(4) COMP VALUE ZERO.

       01  WS-Control-Fields.
           12 WS-Ctl-Next-Seq              PIC 9(05) VALUE 1.
           12 WS-New-Next-Seq              PIC 9(05) VALUE 1.
           12 WS-Queue-Open-Flag           PIC X VALUE 'N'.
              88 WS-Queue-Open                VALUE 'Y'.

       01  WS-Source-Work.
           12 WS-Skip-Reason               PIC X(30) VALUE SPACES.
           12 WS-Browse-Flag               PIC X VALUE 'N'.
              88 WS-Browse-Done               VALUE 'Y'.
              88 WS-Browse-More               VALUE 'N'.

       01  WS-Batch-Control.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Trl-Data-Cnt              PIC 9(09) VALUE ZERO.
           12 WS-Trl-Qty-Hash              PIC 9(13) VALUE ZERO.

       01  WS-Report-Edits.
           12 WS-Qty-Edit                  PIC Z(6)9.
           12 WS-Price-Edit                PIC Z(6)9.99.
           12 WS-Warn-Edit                 PIC Z9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           IF WS-Queue-Open
              PERFORM 2000-Stage-One-Entry
                 UNTIL WS-OnlPoQueue-EOF
           END-IF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "ONLPOSTG: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           PERFORM 1010-Read-Control.
           MOVE WS-Ctl-Next-Seq TO WS-New-Next-Seq.
           OPEN INPUT OnlPoQueue.
           IF WS-OnlPoQueue-Good
              SET WS-Queue-Open TO TRUE
           ELSE
              DISPLAY "  Onl-Po-Stg: No POEN data set -- "
                 "nothing keyed online."
           END-IF.
           OPEN INPUT PartOut SuppOut AddrOut ContOut.
           OPEN OUTPUT StagedFile StageRpt.
           MOVE SPACES TO FD-StageRpt-Record.
           STRING "ONLINE PO ENTRIES STAGED FOR PSAP -- "
              WS-Today-Date
              " -- FROM SEQUENCE " WS-Ctl-Next-Seq
              DELIMITED BY SIZE INTO FD-StageRpt-Record.
           PERFORM 2900-Write-Stage-Rpt-Line.
           PERFORM 1020-Write-Batch-Header.

      *    A missing control file just means the first run --
      *    every entry on the data set is new.
       1010-Read-Control.
           OPEN INPUT ControlFile.
           IF WS-ControlFile-Good
              READ ControlFile
              IF WS-ControlFile-Good
                 IF FD-Ctl-Next-Seq IS NUMERIC AND
                    FD-Ctl-Next-Seq > ZERO
                    MOVE FD-Ctl-Next-Seq TO WS-Ctl-Next-Seq
                 END-IF
              END-IF
           END-IF.
           CLOSE ControlFile.

      *    The control records are padded to full record shape --
      *    one address and one PO occurrence, nothing else.
       1020-Write-Batch-Header.
           PERFORM 1030-Clear-Control-Record.
           MOVE "*HDR*" TO PART-NUMBER(1:5).
           MOVE WS-Today-Date TO PART-NUMBER(6:8).
           MOVE "ONL" TO PART-NAME(1:3).
           PERFORM 2500-Write-Staged-Record.

       1030-Clear-Control-Record.
           MOVE 1 TO NUM-ADDRESSES NUM-PURCH-ORDERS.
           MOVE ZERO TO NUM-CONTACTS NUM-PAY-TERMS
                        NUM-PO-CONTRACTS NUM-SUPP-TAX
                        NUM-PO-DISTS NUM-PO-SCHEDS
                        NUM-PO-SHIPTOS.
           MOVE SPACES TO PARTS SUPPLIERS SUPP-ADDRESS(1).
           MOVE SPACES TO PO-NUMBER(1) BUYER-CODE(1)
                          CURRENCY-CODE(1).
           MOVE ZERO TO WEEKS-LEAD-TIME SUPPLIER-PERF
                        SUPPLIER-ACT-DATE QUANTITY(1)
                        UNIT-PRICE(1) ORDER-DATE(1)
                        DELIVERY-DATE(1).
           COMPUTE WS-Staged-Length =
              FUNCTION LENGTH(PART-SUPP-ADDR-PO).

       2000-Stage-One-Entry.
           READ OnlPoQueue
              AT END SET WS-OnlPoQueue-EOF TO TRUE
           END-READ.
           IF WS-OnlPoQueue-Good
              ADD +1 TO FD-OnlPoQueue-Record-Cnt
              PERFORM 2100-Stage-Entry
           ELSE
              IF WS-OnlPoQueue-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "POENDATA" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Stage-One-Entry"
                 DISPLAY "File Status: " WS-OnlPoQueue-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    Each test that can stop an entry sets the reason the
      *    listing shows for it.
       2100-Stage-Entry.
           MOVE SPACES TO WS-Skip-Reason.
           IF OnlPo-PO-SEQ IS NOT NUMERIC OR
              OnlPo-PO-SEQ < WS-Ctl-Next-Seq
              ADD +1 TO WS-Already-Staged-Cnt
              MOVE "ALREADY STAGED" TO WS-Skip-Reason
           END-IF.
           IF WS-Skip-Reason = SPACES
              IF OnlPo-PO-SEQ >= WS-New-Next-Seq
                 COMPUTE WS-New-Next-Seq = OnlPo-PO-SEQ + 1
              END-IF
              MOVE OnlPo-PART-NUMBER TO PartOut-PART-NUMBER
              READ PartOut
                 INVALID KEY
                    MOVE "PART NOT ON PARTOUT" TO WS-Skip-Reason
                    ADD +1 TO WS-Skip-No-Part-Cnt
              END-READ
           END-IF.
           IF WS-Skip-Reason = SPACES
              MOVE OnlPo-SUPPLIER-CODE TO SuppOut-SUPPLIER-CODE
              READ SuppOut
                 INVALID KEY
                    MOVE "SUPPLIER NOT ON SUPPOUT" TO
                       WS-Skip-Reason
                    ADD +1 TO WS-Skip-No-Supplier-Cnt
              END-READ
           END-IF.
           IF WS-Skip-Reason = SPACES
              PERFORM 2400-Build-Staged-Po
              PERFORM 2500-Write-Staged-Record
              ADD 1 TO WS-Trl-Data-Cnt
              ADD QUANTITY(1) TO WS-Trl-Qty-Hash
              PERFORM 2600-List-Staged-Entry
           ELSE
              IF WS-Skip-Reason NOT = "ALREADY STAGED"
                 MOVE SPACES TO FD-StageRpt-Record
                 STRING "NOT STAGED " OnlPo-PO-NUMBER
                    " " OnlPo-PART-NUMBER
                    " SUPP " OnlPo-SUPPLIER-CODE
                    " USER " OnlPo-USER-ID
                    " -- " WS-Skip-Reason
                    DELIMITED BY SIZE INTO FD-StageRpt-Record
                 PERFORM 2900-Write-Stage-Rpt-Line
              END-IF
           END-IF.

      *    The record is built front to back -- each occurrence
      *    count is set before its segment is filled, because
      *    every segment after it moves with that count.
       2400-Build-Staged-Po.
           MOVE PartOut-PART-NUMBER TO PART-NUMBER.
           MOVE PartOut-PART-NAME TO PART-NAME.
           MOVE PartOut-SPEC-NUMBER TO SPEC-NUMBER.
           MOVE PartOut-GOVT-COMML-CODE TO GOVT-COMML-CODE.
           MOVE PartOut-BLUEPRINT-NUMBER TO BLUEPRINT-NUMBER.
           MOVE PartOut-UNIT-OF-MEASURE TO UNIT-OF-MEASURE.
           MOVE PartOut-WEEKS-LEAD-TIME TO WEEKS-LEAD-TIME.
           MOVE PartOut-VEHICLE-MAKE TO VEHICLE-MAKE.
           MOVE PartOut-VEHICLE-MODEL TO VEHICLE-MODEL.
           MOVE PartOut-VEHICLE-YEAR TO VEHICLE-YEAR.
           MOVE SPACE TO RECORD-WARN-FLAG.
           MOVE SuppOut-SUPPLIER-CODE TO SUPPLIER-CODE.
           MOVE SuppOut-SUPPLIER-TYPE TO SUPPLIER-TYPE.
           MOVE SuppOut-SUPPLIER-NAME TO SUPPLIER-NAME.
           MOVE SuppOut-SUPPLIER-PERF TO SUPPLIER-PERF.
           MOVE SuppOut-SUPPLIER-RATING TO SUPPLIER-RATING.
           MOVE SuppOut-SUPPLIER-STATUS TO SUPPLIER-STATUS.
           MOVE SuppOut-SUPPLIER-ACT-DATE TO SUPPLIER-ACT-DATE.
           PERFORM 2410-Load-Addresses.
           MOVE 1 TO NUM-PURCH-ORDERS.
           MOVE OnlPo-PO-NUMBER TO PO-NUMBER(1).
           MOVE OnlPo-BUYER-CODE TO BUYER-CODE(1).
           MOVE OnlPo-QUANTITY TO QUANTITY(1).
           MOVE OnlPo-UNIT-PRICE TO UNIT-PRICE(1).
           MOVE OnlPo-CURRENCY-CODE TO CURRENCY-CODE(1).
           MOVE OnlPo-ORDER-DATE TO ORDER-DATE(1).
           MOVE OnlPo-DELIVERY-DATE TO DELIVERY-DATE(1).
           PERFORM 2420-Load-Contacts.
           IF SuppOut-TERMS-NET-DAYS > ZERO
              MOVE 1 TO NUM-PAY-TERMS
              MOVE SuppOut-TERMS-NET-DAYS TO TERMS-NET-DAYS(1)
              MOVE SuppOut-TERMS-DISC-PCT TO TERMS-DISC-PCT(1)
              MOVE SuppOut-TERMS-DISC-DAYS TO TERMS-DISC-DAYS(1)
           ELSE
              MOVE ZERO TO NUM-PAY-TERMS
           END-IF.
           MOVE ZERO TO NUM-PO-CONTRACTS.
           IF SuppOut-SUPPLIER-TIN NOT = SPACES OR
              SuppOut-1099-FLAG NOT = SPACE OR
              SuppOut-W9-DATE NOT = ZERO
              MOVE 1 TO NUM-SUPP-TAX
              MOVE SuppOut-SUPPLIER-TIN TO SUPP-TIN(1)
              MOVE SuppOut-TIN-TYPE TO SUPP-TIN-TYPE(1)
              MOVE SuppOut-1099-FLAG TO SUPP-1099-FLAG(1)
              MOVE SuppOut-1099-BOX TO SUPP-1099-BOX(1)
              MOVE SuppOut-W9-DATE TO SUPP-W9-DATE(1)
           ELSE
              MOVE ZERO TO NUM-SUPP-TAX
           END-IF.
           MOVE ZERO TO NUM-PO-DISTS.
           MOVE ZERO TO NUM-PO-SCHEDS.
           MOVE ZERO TO NUM-PO-SHIPTOS.
           COMPUTE WS-Staged-Length =
              FUNCTION LENGTH(PART-SUPP-ADDR-PO).

      *    The segment needs at least one address -- a supplier
      *    with none on file still stages, and ADDRCALL's edits
      *    say what is missing when it reaches PSAP.
       2410-Load-Addresses.
           MOVE 1 TO NUM-ADDRESSES.
           MOVE SPACES TO SUPP-ADDRESS(1).
           MOVE ZERO TO NUM-ADDRESSES.
           SET WS-Browse-More TO TRUE.
           MOVE SuppOut-SUPPLIER-CODE TO AddrOut-SUPPLIER-CODE.
           MOVE LOW-VALUES TO AddrOut-ADDRESS-TYPE.
           MOVE ZERO TO AddrOut-ADDR-SEQ.
           START AddrOut KEY >= AddrOut-ADDR-KEY
              INVALID KEY SET WS-Browse-Done TO TRUE
           END-START.
           PERFORM 2415-Load-One-Address
              UNTIL WS-Browse-Done.
           IF NUM-ADDRESSES = ZERO
              MOVE 1 TO NUM-ADDRESSES
           END-IF.

       2415-Load-One-Address.
           READ AddrOut NEXT
              AT END SET WS-Browse-Done TO TRUE
           END-READ.
           IF WS-AddrOut-Good AND
              AddrOut-SUPPLIER-CODE = SuppOut-SUPPLIER-CODE AND
              NUM-ADDRESSES < 5
              ADD 1 TO NUM-ADDRESSES
              SET ADDR-IDX TO NUM-ADDRESSES
              MOVE AddrOut-ADDRESS-TYPE TO ADDRESS-TYPE(ADDR-IDX)
              MOVE AddrOut-ADDRESS-1 TO ADDRESS-1(ADDR-IDX)
              MOVE AddrOut-ADDRESS-2 TO ADDRESS-2(ADDR-IDX)
              MOVE AddrOut-ADDRESS-3 TO ADDRESS-3(ADDR-IDX)
              MOVE AddrOut-CITY TO CITY(ADDR-IDX)
              MOVE AddrOut-ADDR-STATE TO ADDR-STATE(ADDR-IDX)
              MOVE AddrOut-ZIP-CODE TO ZIP-CODE(ADDR-IDX)
              MOVE AddrOut-COUNTRY-CODE TO COUNTRY-CODE(ADDR-IDX)
           ELSE
              SET WS-Browse-Done TO TRUE
           END-IF.

       2420-Load-Contacts.
           MOVE ZERO TO NUM-CONTACTS.
           SET WS-Browse-More TO TRUE.
           MOVE SuppOut-SUPPLIER-CODE TO ContOut-SUPPLIER-CODE.
           MOVE ZERO TO ContOut-CONTACT-SEQ.
           START ContOut KEY >= ContOut-CONT-KEY
              INVALID KEY SET WS-Browse-Done TO TRUE
           END-START.
           PERFORM 2425-Load-One-Contact
              UNTIL WS-Browse-Done.

       2425-Load-One-Contact.
           READ ContOut NEXT
              AT END SET WS-Browse-Done TO TRUE
           END-READ.
           IF WS-ContOut-Good AND
              ContOut-SUPPLIER-CODE = SuppOut-SUPPLIER-CODE AND
              NUM-CONTACTS < 5
              ADD 1 TO NUM-CONTACTS
              SET CONT-IDX TO NUM-CONTACTS
              MOVE ContOut-CONTACT-NAME TO CONTACT-NAME(CONT-IDX)
              MOVE ContOut-CONTACT-PHONE TO CONTACT-PHONE(CONT-IDX)
              MOVE ContOut-CONTACT-EMAIL TO CONTACT-EMAIL(CONT-IDX)
           ELSE
              SET WS-Browse-Done TO TRUE
           END-IF.

       2500-Write-Staged-Record.
           WRITE PART-SUPP-ADDR-PO.
           IF WS-StagedFile-Good
              ADD +1 TO FD-Staged-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "online-po-staged" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2500-Write-Staged-Record"
              DISPLAY "File Status: " WS-StagedFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Who keyed it, where and when, and how many warnings
      *    they accepted past on the screen.
       2600-List-Staged-Entry.
           MOVE OnlPo-QUANTITY TO WS-Qty-Edit.
           MOVE OnlPo-UNIT-PRICE TO WS-Price-Edit.
           MOVE OnlPo-WARN-CNT TO WS-Warn-Edit.
           MOVE SPACES TO FD-StageRpt-Record.
           STRING "STAGED     " OnlPo-PO-NUMBER
              " " OnlPo-PART-NUMBER
              " SUPP " OnlPo-SUPPLIER-CODE
              " QTY " WS-Qty-Edit
              " @ " WS-Price-Edit
              " USER " OnlPo-USER-ID
              " TERM " OnlPo-TERMINAL
              " " OnlPo-ENTRY-DATE
              " " OnlPo-ENTRY-TIME
              DELIMITED BY SIZE INTO FD-StageRpt-Record.
           PERFORM 2900-Write-Stage-Rpt-Line.
           IF OnlPo-WARN-CNT IS NUMERIC AND
              OnlPo-WARN-CNT > ZERO
              MOVE SPACES TO FD-StageRpt-Record
              STRING "           " WS-Warn-Edit
                 " WARNING(S) ACCEPTED AT ENTRY, FIRST "
                 OnlPo-FIRST-WARN
                 DELIMITED BY SIZE INTO FD-StageRpt-Record
              PERFORM 2900-Write-Stage-Rpt-Line
           END-IF.

       2900-Write-Stage-Rpt-Line.
           WRITE FD-StageRpt-Record.
           IF WS-StageRpt-Good
              ADD +1 TO FD-StageRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "online-po-stage-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Stage-Rpt-Line"
              DISPLAY "File Status: " WS-StageRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "ONLPOSTG: 3000-End-Job".
           PERFORM 1030-Clear-Control-Record.
           MOVE "*TRL*" TO PART-NUMBER(1:5).
           MOVE WS-Trl-Data-Cnt TO PART-NUMBER(6:9).
           MOVE WS-Trl-Qty-Hash TO PART-NAME(1:13).
           PERFORM 2500-Write-Staged-Record.
           IF WS-Queue-Open
              CLOSE OnlPoQueue
           END-IF.
           CLOSE PartOut SuppOut AddrOut ContOut
                 StagedFile StageRpt.
           PERFORM 3010-Write-Control.
           DISPLAY "  Onl-Po-Stg: Entries Read:      "
              FD-OnlPoQueue-Record-Cnt.
           DISPLAY "  Onl-Po-Stg: POs Staged:        "
              WS-Trl-Data-Cnt.
           DISPLAY "  Onl-Po-Stg: Already Staged:    "
              WS-Already-Staged-Cnt.
           DISPLAY "  Onl-Po-Stg: Skipped No Part:   "
              WS-Skip-No-Part-Cnt.
           DISPLAY "  Onl-Po-Stg: Skipped No Supp:   "
              WS-Skip-No-Supplier-Cnt.
           DISPLAY "  Onl-Po-Stg: Next Sequence:     "
              WS-New-Next-Seq.

       3010-Write-Control.
           OPEN OUTPUT ControlFile.
           MOVE WS-New-Next-Seq TO FD-Ctl-Next-Seq.
           WRITE FD-Control-Record.
           IF NOT WS-ControlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "online-po-control" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3010-Write-Control"
              DISPLAY "File Status: " WS-ControlFile-Status
              MOVE +8 TO RETURN-CODE
           END-IF.
           CLOSE ControlFile.
