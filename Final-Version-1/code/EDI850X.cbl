      *    report of the documents produced.
      *
      *    Segment content is the plain X12 004010 subset our
      *    trading partners agreed to.  The interchange control
      *    number (ISA13, and GS06 with it) runs on from one run to
      *    the next off a control file shared with EDI997X, and
      *    every interchange sent is recorded on the keyed EDICTL
      *    file so EDI997IN can match the supplier's 997 back to it.
      *
      *    Each PO line names the plant it ships to -- an N1*ST
      *    loop after the line, with the plant's ship-to address
      *    from the plant master (PLANTMST) -- since one 850 can
      *    carry POs for more than one of our buildings.  A PO
      *    with no plant stamped goes out without one, as before.
      *
      *    Only the suppliers flagged 'Y' on the EDI trading
      *    partner list ../data/edi-partners.dat.txt get an 850;
      *    the rest get a printed PO from POPRINT.  A missing list
      *    means every supplier goes out on EDI, as before.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * 2026-09-02 dastagg       Order-address lookup switched
      *                          to a keyed read against the new
      *                          address master.
      * 2026-09-16 dastagg       Interchange control numbers now
      *                          persist across runs; each
      *                          interchange sent is logged to
      *                          EDICTL to await its 997.
      * 2026-09-18 dastagg       Only EDI trading partners on the
      *                          partner list get an 850; the rest
      *                          are printed by POPRINT.
      * 2026-10-02 dastagg       A government-contract PO line is
      *                          followed by REF*CT carrying the
      *                          prime contract number and DPAS
      *                          rating for the supplier.
      * 2026-10-15 dastagg       Each PO line followed by the
      *                          ship-to party (N1*ST/N3/N4) for
      *                          the PO's plant off the plant
      *                          master.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChangedListFile-Status.

      *    Next interchange control number -- shared with EDI997X.
      *    A missing file just means the first run; numbering
      *    starts at 1.
           SELECT IcnControlFile
           ASSIGN TO "../data/edi-icn-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IcnControlFile-Status.

      *    Supplier code plus 'Y' -- shared with POPRINT.
           SELECT EdiPartnerFile
           ASSIGN TO "../data/edi-partners.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EdiPartnerFile-Status.

      *    POCALL's SELECT is the authority.  A missing file just
      *    means the ship-to goes out as the plant code alone.
           SELECT PlantFile
           ASSIGN TO "../data/plant-master.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PlantFile-Status.

      *    Opened I-O; a missing file is created on first use.
           SELECT EdiCtl
           ASSIGN TO EDICTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EdiCtl-ICN
           FILE STATUS IS WS-EdiCtl-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PoOut
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ChangedList-Record PIC X(06).

       FD  IcnControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-IcnControl-Record.
           05 FD-Ctl-Next-ICN           PIC 9(09).

       FD  EdiPartnerFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-EdiPartner-Record.
           05 FD-Edi-Supplier           PIC X(10).
           05 FD-Edi-Flag               PIC X(01).
              88 FD-Edi-On                 VALUE 'Y'.

       FD  PlantFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PLANTMST REPLACING ==:tag:== BY ==Plnt==.

       FD  EdiCtl
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EDICTL REPLACING ==:tag:== BY ==EdiCtl==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==EdiOutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ControlRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==ChangedListFile==.
           COPY WSFST REPLACING ==:tag:== BY ==IcnControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EdiPartnerFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PlantFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EdiCtl==.

       01  WS-File-Counters.
           12 WS-Interchange-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Po-Lines-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Supp-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Part-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Not-Partner-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Contract-Ref-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Ship-To-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Plant-Cnt              PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Supp-Seen-Found-Flag      PIC X.
              15 WS-Supp-Seen-Code         PIC X(10).
              15 WS-Supp-Seen-PO-Cnt       PIC S9(5) COMP VALUE ZERO.

      *    The EDI trading partners.  The list is only applied
      *    when the file is there.
       01  WS-Edi-Partner-Storage.
           12 WS-Edi-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Edi-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Edi-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Edi-Cnt
              INDEXED BY WS-Edi-IDX.
              15 WS-Edi-Supplier           PIC X(10).
           12 WS-Edi-List-Flag             PIC X VALUE 'N'.
              88 WS-Edi-List-Present          VALUE 'Y'.
           12 WS-Edi-Found-Flag            PIC X.
              88 WS-Edi-Found                 VALUE 'Y'.
              88 WS-Edi-Not-Found             VALUE 'N'.

       01  WS-Current-Interchange.
           12 WS-Cur-Supplier              PIC X(10) VALUE SPACES.
           12 WS-Cur-ICN                   PIC 9(09) VALUE ZERO.
           12 WS-Cur-Po1-Cnt               PIC 9(06) VALUE ZERO.
           12 WS-Cur-Run-Date              PIC X(08) VALUE SPACES.
           12 WS-Cur-Run-Time              PIC X(04) VALUE SPACES.
           12 WS-Next-ICN                  PIC 9(09) VALUE 1.

       01  WS-Order-Address-Hold.
           12 WS-OA-Address-1              PIC X(15) VALUE SPACES.

       01  WS-PO1-Uom                     PIC X(03) VALUE SPACES.

      *    The plant master -- ship-to name and address by plant.
       01  WS-Plant-Storage.
           12 WS-Plant-Max-Cnt             PIC S9(4) COMP VALUE +99.
           12 WS-Plant-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Plant-Match-IDX           PIC S9(4) COMP VALUE ZERO.
           12 WS-Plant-Table OCCURS 0 TO 99 TIMES
              DEPENDING ON WS-Plant-Cnt
              INDEXED BY WS-Plant-IDX.
              15 WS-Plant-Code             PIC X(03).
              15 WS-Plant-Name             PIC X(20).
              15 WS-Plant-Address-1        PIC X(30).
              15 WS-Plant-Address-2        PIC X(30).
              15 WS-Plant-City             PIC X(20).
              15 WS-Plant-State            PIC X(02).
              15 WS-Plant-Zip              PIC X(10).
              15 WS-Plant-Country          PIC X(03).

       01  WS-Changed-List-Storage.
           12 WS-Chg-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Chg-Cnt                   PIC S9(4) COMP VALUE ZERO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Cur-Run-Date.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-Cur-Run-Time.
           PERFORM 1010-Load-Changed-List.
           PERFORM 1020-Read-Icn-Control.
           PERFORM 1030-Load-Edi-Partners.
           PERFORM 1040-Load-Plants.
           OPEN I-O EdiCtl.
           IF NOT WS-EdiCtl-Good
              OPEN OUTPUT EdiCtl
              CLOSE EdiCtl
              OPEN I-O EdiCtl
           END-IF.
           OPEN INPUT PoOut.
           OPEN INPUT PartOut.
           OPEN INPUT SuppOut.
                 WS-Chg-PO-Number(WS-Chg-IDX)
           END-IF.

       1020-Read-Icn-Control.
           OPEN INPUT IcnControlFile.
           IF WS-IcnControlFile-Good
              READ IcnControlFile
              IF WS-IcnControlFile-Good
                 IF FD-Ctl-Next-ICN IS NUMERIC AND
                    FD-Ctl-Next-ICN > ZERO
                    MOVE FD-Ctl-Next-ICN TO WS-Next-ICN
                 END-IF
              END-IF
           END-IF.
           CLOSE IcnControlFile.

       1030-Load-Edi-Partners.
           OPEN INPUT EdiPartnerFile.
           IF WS-EdiPartnerFile-Good
              SET WS-Edi-List-Present TO TRUE
              PERFORM 1035-Load-One-Edi-Partner
                 UNTIL WS-EdiPartnerFile-EOF
              CLOSE EdiPartnerFile
           END-IF.

       1035-Load-One-Edi-Partner.
           READ EdiPartnerFile
              AT END SET WS-EdiPartnerFile-EOF TO TRUE
           END-READ.
           IF WS-EdiPartnerFile-Good AND FD-Edi-On
              IF WS-Edi-Cnt >= WS-Edi-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Edi-Partner-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Edi-Cnt
              SET WS-Edi-IDX TO WS-Edi-Cnt
              MOVE FD-Edi-Supplier TO WS-Edi-Supplier(WS-Edi-IDX)
           END-IF.

       1040-Load-Plants.
           OPEN INPUT PlantFile.
           IF WS-PlantFile-Good
              PERFORM 1045-Load-One-Plant
                 UNTIL WS-PlantFile-EOF
              CLOSE PlantFile
           END-IF.

       1045-Load-One-Plant.
           READ PlantFile
              AT END SET WS-PlantFile-EOF TO TRUE
           END-READ.
           IF WS-PlantFile-Good AND Plnt-PLANT-CODE > SPACES
              IF WS-Plant-Cnt >= WS-Plant-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Plant-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Plant-Cnt
              SET WS-Plant-IDX TO WS-Plant-Cnt
              MOVE Plnt-PLANT-CODE TO WS-Plant-Code(WS-Plant-IDX)
              MOVE Plnt-PLANT-NAME TO WS-Plant-Name(WS-Plant-IDX)
              MOVE Plnt-SHIPTO-ADDRESS-1 TO
                 WS-Plant-Address-1(WS-Plant-IDX)
              MOVE Plnt-SHIPTO-ADDRESS-2 TO
                 WS-Plant-Address-2(WS-Plant-IDX)
              MOVE Plnt-SHIPTO-CITY TO WS-Plant-City(WS-Plant-IDX)
              MOVE Plnt-SHIPTO-STATE TO WS-Plant-State(WS-Plant-IDX)
              MOVE Plnt-SHIPTO-ZIP TO WS-Plant-Zip(WS-Plant-IDX)
              MOVE Plnt-SHIPTO-COUNTRY TO
                 WS-Plant-Country(WS-Plant-IDX)
           END-IF.

       2000-Collect-Suppliers.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good AND
              PoOut-PO-NUMBER NOT = "*HDR*" AND
              PoOut-SUPPLIER-CODE NOT = SPACES
              PERFORM 2050-Find-Edi-Partner
              IF WS-Edi-Not-Found
                 ADD +1 TO WS-Not-Partner-Cnt
              ELSE
                 PERFORM 2100-Find-Seen-Supplier
                 IF WS-Supp-Seen-Not-Found
              END-IF
           END-IF.

       2050-Find-Edi-Partner.
           SET WS-Edi-Found TO TRUE.
           IF WS-Edi-List-Present
              SET WS-Edi-Not-Found TO TRUE
              PERFORM VARYING WS-Edi-IDX FROM 1 BY 1
                 UNTIL WS-Edi-IDX > WS-Edi-Cnt
                 IF WS-Edi-Supplier(WS-Edi-IDX) = PoOut-SUPPLIER-CODE
                    SET WS-Edi-Found TO TRUE
                    SET WS-Edi-IDX TO WS-Edi-Cnt
                 END-IF
              END-PERFORM
           END-IF.

       2100-Find-Seen-Supplier.
           SET WS-Supp-Seen-Not-Found TO TRUE.
           PERFORM VARYING WS-Supp-Seen-IDX FROM 1 BY 1
           MOVE WS-Supp-Seen-Code(WS-Supp-Seen-IDX) TO
              WS-Cur-Supplier.
           ADD +1 TO WS-Interchange-Cnt.
           MOVE WS-Next-ICN TO WS-Cur-ICN.
           ADD 1 TO WS-Next-ICN.
           MOVE ZERO TO WS-Cur-Seg-Cnt WS-Cur-Po1-Cnt.

           MOVE WS-Cur-Supplier TO SuppOut-SUPPLIER-CODE.
           PERFORM 2700-Write-PO-Lines.
           PERFORM 2800-Write-Envelope-Trailer.
           PERFORM 2850-Write-Control-Line.
           PERFORM 2860-Log-Interchange.

      *    The BEG purpose code is decided before the envelope is
      *    written, so the supplier's POs are pre-scanned here:
                    DELIMITED BY SIZE INTO FD-EdiOut-Record
                 PERFORM 2950-Write-Edi-Line
                 ADD 1 TO WS-Cur-Seg-Cnt
                 IF PoOut-PRIME-CONTRACT-NO > SPACES
                    PERFORM 2730-Write-Contract-Ref
                 END-IF
                 IF PoOut-SHIP-TO-PLANT > SPACES
                    PERFORM 2740-Write-Ship-To
                 END-IF
                 ADD +1 TO
                    WS-Supp-Seen-PO-Cnt(WS-Supp-Seen-IDX)
              END-IF
           END-IF.

      *    The supplier has to see the contract and its rating to
      *    honor a DPAS-rated order -- REF*CT under the line, the
      *    rating in the description element.
       2730-Write-Contract-Ref.
           ADD +1 TO WS-Contract-Ref-Cnt.
           MOVE SPACES TO FD-EdiOut-Record.
           STRING "REF*CT*" PoOut-PRIME-CONTRACT-NO
              DELIMITED BY SPACE
              "*DPAS " PoOut-DPAS-RATING
              DELIMITED BY SIZE INTO FD-EdiOut-Record.
           PERFORM 2950-Write-Edi-Line.
           ADD 1 TO WS-Cur-Seg-Cnt.

      *    The N1 loop inside the PO1 loop -- this line's ship-to
      *    party, identified by our plant code (qualifier 92).  A
      *    plant POCALL stamped but that has since left the plant
      *    master goes out as the code alone and is counted.
       2740-Write-Ship-To.
           ADD +1 TO WS-Ship-To-Cnt.
           MOVE ZERO TO WS-Plant-Match-IDX.
           PERFORM VARYING WS-Plant-IDX FROM 1 BY 1
              UNTIL WS-Plant-IDX > WS-Plant-Cnt
              IF WS-Plant-Code(WS-Plant-IDX) = PoOut-SHIP-TO-PLANT
                 SET WS-Plant-Match-IDX TO WS-Plant-IDX
                 SET WS-Plant-IDX TO WS-Plant-Cnt
              END-IF
           END-PERFORM.
           MOVE SPACES TO FD-EdiOut-Record.
           IF WS-Plant-Match-IDX = ZERO
              ADD +1 TO WS-No-Plant-Cnt
              STRING "N1*ST**92*" PoOut-SHIP-TO-PLANT
                 DELIMITED BY SIZE INTO FD-EdiOut-Record
              PERFORM 2950-Write-Edi-Line
              ADD 1 TO WS-Cur-Seg-Cnt
           ELSE
              SET WS-Plant-IDX TO WS-Plant-Match-IDX
              STRING "N1*ST*" WS-Plant-Name(WS-Plant-IDX)
                 "*92*" PoOut-SHIP-TO-PLANT
                 DELIMITED BY SIZE INTO FD-EdiOut-Record
              PERFORM 2950-Write-Edi-Line
              ADD 1 TO WS-Cur-Seg-Cnt
              MOVE SPACES TO FD-EdiOut-Record
              STRING "N3*" WS-Plant-Address-1(WS-Plant-IDX)
                 "*" WS-Plant-Address-2(WS-Plant-IDX)
                 DELIMITED BY SIZE INTO FD-EdiOut-Record
              PERFORM 2950-Write-Edi-Line
              ADD 1 TO WS-Cur-Seg-Cnt
              MOVE SPACES TO FD-EdiOut-Record
              STRING "N4*" WS-Plant-City(WS-Plant-IDX)
                 "*" WS-Plant-State(WS-Plant-IDX)
                 "*" WS-Plant-Zip(WS-Plant-IDX)
                 "*" WS-Plant-Country(WS-Plant-IDX)
                 DELIMITED BY SIZE INTO FD-EdiOut-Record
              PERFORM 2950-Write-Edi-Line
              ADD 1 TO WS-Cur-Seg-Cnt
           END-IF.

      *    A gallons part went out as "EA" when this was
      *    hardcoded -- exactly the wrong data the order-rules
      *    work is trying to stop.  A part no longer on PARTOUT
              GOBACK
           END-IF.

      *    The 997 comes back against GS06, which is this same
      *    number -- the record waits here, unacknowledged, until
      *    EDI997IN posts it.
       2860-Log-Interchange.
           MOVE SPACES TO EdiCtl-EDI-CTL-REC.
           MOVE WS-Cur-ICN TO EdiCtl-ICN.
           MOVE WS-Cur-ICN TO EdiCtl-GROUP-CONTROL.
           MOVE WS-Cur-Supplier TO EdiCtl-SUPPLIER-CODE.
           MOVE "850" TO EdiCtl-DOC-TYPE.
           MOVE 1 TO EdiCtl-SET-CNT.
           MOVE WS-Cur-Run-Date TO EdiCtl-SENT-DATE.
           MOVE WS-Cur-Run-Time TO EdiCtl-SENT-TIME.
           MOVE ZERO TO EdiCtl-ACK-DATE EdiCtl-ACK-TIME.
           WRITE EdiCtl-EDI-CTL-REC.
           IF NOT WS-EdiCtl-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "EDICTL" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2860-Log-Interchange"
              DISPLAY "File Status: " WS-EdiCtl-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2950-Write-Edi-Line.
           WRITE FD-EdiOut-Record.
           IF NOT WS-EdiOutFile-Good

       3000-End-Job.
           DISPLAY "EDI850X: 3000-End-Job".
           CLOSE PartOut SuppOut EdiOutFile ControlRpt EdiCtl.
           PERFORM 3010-Write-Icn-Control.
           DISPLAY "  Edi-850: Interchanges Written: "
              WS-Interchange-Cnt.
           DISPLAY "  Edi-850: PO1 Lines Written:    "
              WS-No-Part-Cnt.
           DISPLAY "  Edi-850: Change-Order Docs:    "
              WS-Chg-Lines-Cnt.
           DISPLAY "  Edi-850: Non-EDI POs Skipped:  "
              WS-Not-Partner-Cnt.
           DISPLAY "  Edi-850: Contract REFs Sent:   "
              WS-Contract-Ref-Cnt.
           DISPLAY "  Edi-850: Ship-To Loops Sent:   "
              WS-Ship-To-Cnt.
           DISPLAY "  Edi-850: Plants Not On Master: "
              WS-No-Plant-Cnt.

       3010-Write-Icn-Control.
           OPEN OUTPUT IcnControlFile.
           MOVE WS-Next-ICN TO FD-Ctl-Next-ICN.
           WRITE FD-IcnControl-Record.
           IF NOT WS-IcnControlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "edi-icn-control" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3010-Write-Icn-Control"
              DISPLAY "File Status: " WS-IcnControlFile-Status
              MOVE +8 TO RETURN-CODE
           END-IF.
           CLOSE IcnControlFile.
