      ***********************************************************
      * Program name:    RFQISSUE
      * Original author: David Stagowski
      *
      *    Description: Issue requests for quotation to every
      *       supplier that should be asked to quote.
      *
      *    The buyers keep the RFQs on ../data/rfq.dat.txt (RFQREC
      *    layout: RFQ number, part, due date, buyer and up to
      *    four quantity breaks).  Each RFQ not already issued is
      *    sent to every supplier PSAPXREF has ever paired with
      *    the part, plus any supplier the buyer adds for that RFQ
      *    on ../data/rfq-extra-suppliers.dat.txt (RFQ number(8),
      *    supplier(10)) -- the way to bring a new source in.  An
      *    added supplier must be on SUPPOUT.
      *
      *       rfq-invitations.dat.txt   one RFQINV record per
      *                                 supplier invited, appended
      *                                 run to run; RFQCOMP reads
      *                                 it, and an RFQ already on
      *                                 it is not issued again
      *       rfq-invite-print.dat.txt  one printed invitation per
      *                                 supplier, addressed to the
      *                                 first CONTOUT contact (the
      *                                 REJNOTIC convention)
      *       rfq-issue-rpt.dat.txt     what went out, and the
      *                                 RFQs and added suppliers
      *                                 that could not be issued
      *
      *    An RFQ past its due date, or with no supplier to ask,
      *    is reported and not issued.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-20 dastagg       Created for RFQ issuance
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFQISSUE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RfqFile
           ASSIGN TO "../data/rfq.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RfqFile-Status.

           SELECT ExtraSuppFile
           ASSIGN TO "../data/rfq-extra-suppliers.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExtraSuppFile-Status.

           SELECT InviteFile
           ASSIGN TO "../data/rfq-invitations.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InviteFile-Status.

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

      *    XrefFile's own SELECT in PSAP.cbl is the authority --
      *    ACCESS IS DYNAMIC here for the part browse, the
      *    PARTSUPQ idiom.
           SELECT XrefFile
           ASSIGN TO PSAPXREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Xref-XREF-KEY
           ALTERNATE RECORD KEY IS Xref-XREF-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-XrefFile-Status.

      *    ContOut's own SELECT in CONTCALL.cbl is the authority.
           SELECT ContOut
           ASSIGN TO CONTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Cont-CONT-KEY
           FILE STATUS IS WS-ContOut-Status.

           SELECT InvitePrint
           ASSIGN TO "../data/rfq-invite-print.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-InvitePrint-Status.

           SELECT IssueRpt
           ASSIGN TO "../data/rfq-issue-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IssueRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RfqFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RFQREC REPLACING ==:tag:== BY ==Rfq==.

       FD  ExtraSuppFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Extra-Record.
           05 FD-Extra-Rfq-Number       PIC X(08).
           05 FD-Extra-Supplier         PIC X(10).

       FD  InviteFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RFQINV REPLACING ==:tag:== BY ==Inv==.

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

       FD  XrefFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY XREFOUT REPLACING ==:tag:== BY ==Xref==.

       FD  ContOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CONTOUT REPLACING ==:tag:== BY ==Cont==.

       FD  InvitePrint
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-InvitePrint-Record        PIC X(132).

       FD  IssueRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-IssueRpt-Record           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RfqFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExtraSuppFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InviteFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==XrefFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ContOut==.
           COPY WSFST REPLACING ==:tag:== BY ==InvitePrint==.
           COPY WSFST REPLACING ==:tag:== BY ==IssueRpt==.

       01  WS-File-Counters.
           12 FD-RfqFile-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 FD-Invite-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-InvitePrint-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-IssueRpt-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Rfq-Issued-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Rfq-Already-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Rfq-Rejected-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Extra-Rejected-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Contact-Cnt            PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Xref-Browse-Flag          PIC X VALUE 'N'.
              88 WS-Xref-Browse-Done          VALUE 'Y'.
              88 WS-Xref-Browse-More          VALUE 'N'.
           12 WS-Contact-Found-Flag        PIC X.
              88 WS-Contact-Found             VALUE 'Y'.
              88 WS-Contact-Not-Found         VALUE 'N'.
           12 WS-Issued-Found-Flag         PIC X.
              88 WS-Issued-Found              VALUE 'Y'.
              88 WS-Issued-Not-Found          VALUE 'N'.
           12 WS-Invitee-Found-Flag        PIC X.
              88 WS-Invitee-Found             VALUE 'Y'.
              88 WS-Invitee-Not-Found         VALUE 'N'.

       01  WS-Control-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.

      *    RFQ numbers already on the invitation file.
       01  WS-Issued-Storage.
           12 WS-Issued-Max-Cnt            PIC S9(4) COMP VALUE +9999.
           12 WS-Issued-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Issued-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Issued-Cnt
              INDEXED BY WS-Issued-IDX.
              15 WS-Issued-Rfq-Number      PIC X(08).

      *    The buyers' added suppliers, every RFQ.
       01  WS-Extra-Storage.
           12 WS-Extra-Max-Cnt             PIC S9(4) COMP VALUE +999.
           12 WS-Extra-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Extra-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Extra-Cnt
              INDEXED BY WS-Extra-IDX.
              15 WS-Extra-Rfq-Number       PIC X(08).
              15 WS-Extra-Supplier         PIC X(10).

      *    The suppliers to invite on the RFQ in hand.
       01  WS-Invitee-Storage.
           12 WS-Invitee-Max-Cnt           PIC S9(4) COMP VALUE +99.
           12 WS-Invitee-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Invitee-Table OCCURS 0 TO 99 TIMES
              DEPENDING ON WS-Invitee-Cnt
              INDEXED BY WS-Invitee-IDX.
              15 WS-Invitee-Supplier       PIC X(10).
              15 WS-Invitee-Source         PIC X(01).

       01  WS-Hold-Fields.
           12 WS-Hold-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Hold-Source               PIC X(01) VALUE SPACES.
           12 WS-Hold-Part-Name            PIC X(14) VALUE SPACES.
           12 WS-Hold-UOM                  PIC X(03) VALUE SPACES.
           12 WS-Reject-Reason             PIC X(30) VALUE SPACES.
           12 WS-Break-Sub                 PIC S9(4) COMP VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Qty-Edit                  PIC Z(6)9.
           12 WS-Cnt-Edit                  PIC ZZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process-One-Rfq UNTIL WS-RfqFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "RFQISSUE: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           PERFORM 1010-Load-Issued.
           PERFORM 1020-Load-Extras.
           OPEN INPUT RfqFile.
           IF NOT WS-RfqFile-Good
              MOVE "PSAP002E" TO WS-Msg-Id
              MOVE "rfq" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open RfqFile Failed."
              DISPLAY "File Status: " WS-RfqFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PartOut SuppOut XrefFile ContOut.
      *    EXTEND keeps every earlier RFQ's invitations; first run
      *    falls back to creating the file.
           OPEN EXTEND InviteFile.
           IF NOT WS-InviteFile-Good
              OPEN OUTPUT InviteFile
           END-IF.
           OPEN OUTPUT InvitePrint.
           OPEN OUTPUT IssueRpt.
           MOVE SPACES TO FD-IssueRpt-Record.
           STRING "RFQ ISSUE REPORT  RUN " WS-Today-Date
              DELIMITED BY SIZE INTO FD-IssueRpt-Record.
           PERFORM 2990-Write-Issue-Rpt-Line.
           MOVE SPACES TO FD-IssueRpt-Record.
           PERFORM 2990-Write-Issue-Rpt-Line.
           MOVE "RFQ"      TO FD-IssueRpt-Record(1:3).
           MOVE "PART"     TO FD-IssueRpt-Record(10:4).
           MOVE "SUPPLIER" TO FD-IssueRpt-Record(34:8).
           MOVE "RESULT"   TO FD-IssueRpt-Record(45:6).
           PERFORM 2990-Write-Issue-Rpt-Line.

      *    A missing invitation file just means nothing has been
      *    issued yet.
       1010-Load-Issued.
           OPEN INPUT InviteFile.
           IF WS-InviteFile-Good
              PERFORM 1015-Load-One-Issued
                 UNTIL WS-InviteFile-EOF
              CLOSE InviteFile
           END-IF.

       1015-Load-One-Issued.
           READ InviteFile
              AT END SET WS-InviteFile-EOF TO TRUE
           END-READ.
           IF WS-InviteFile-Good
              SET WS-Issued-Not-Found TO TRUE
              PERFORM VARYING WS-Issued-IDX FROM 1 BY 1
                 UNTIL WS-Issued-IDX > WS-Issued-Cnt
                 IF WS-Issued-Rfq-Number(WS-Issued-IDX) =
                    Inv-RFQ-NUMBER
                    SET WS-Issued-Found TO TRUE
                    SET WS-Issued-IDX TO WS-Issued-Cnt
                 END-IF
              END-PERFORM
              IF WS-Issued-Not-Found
                 IF WS-Issued-Cnt >= WS-Issued-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Issued-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Issued-Cnt
                 SET WS-Issued-IDX TO WS-Issued-Cnt
                 MOVE Inv-RFQ-NUMBER TO
                    WS-Issued-Rfq-Number(WS-Issued-IDX)
              END-IF
           END-IF.

      *    A missing file just means no buyer has added anyone.
       1020-Load-Extras.
           OPEN INPUT ExtraSuppFile.
           IF WS-ExtraSuppFile-Good
              PERFORM 1025-Load-One-Extra
                 UNTIL WS-ExtraSuppFile-EOF
              CLOSE ExtraSuppFile
           END-IF.

       1025-Load-One-Extra.
           READ ExtraSuppFile
              AT END SET WS-ExtraSuppFile-EOF TO TRUE
           END-READ.
           IF WS-ExtraSuppFile-Good
              IF WS-Extra-Cnt >= WS-Extra-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Extra-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Extra-Cnt
              SET WS-Extra-IDX TO WS-Extra-Cnt
              MOVE FD-Extra-Rfq-Number TO
                 WS-Extra-Rfq-Number(WS-Extra-IDX)
              MOVE FD-Extra-Supplier TO WS-Extra-Supplier(WS-Extra-IDX)
           END-IF.

       2000-Process-One-Rfq.
           READ RfqFile
              AT END SET WS-RfqFile-EOF TO TRUE
           END-READ.
           IF WS-RfqFile-Good
              ADD +1 TO FD-RfqFile-Record-Cnt
              PERFORM 2100-Check-Rfq
           ELSE
              IF WS-RfqFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "rfq" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Process-One-Rfq"
                 DISPLAY "Read RfqFile Failed."
                 DISPLAY "File Status: " WS-RfqFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2100-Check-Rfq.
           SET WS-Issued-Not-Found TO TRUE.
           PERFORM VARYING WS-Issued-IDX FROM 1 BY 1
              UNTIL WS-Issued-IDX > WS-Issued-Cnt
              IF WS-Issued-Rfq-Number(WS-Issued-IDX) = Rfq-RFQ-NUMBER
                 SET WS-Issued-Found TO TRUE
                 SET WS-Issued-IDX TO WS-Issued-Cnt
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-Reject-Reason.
           EVALUATE TRUE
              WHEN WS-Issued-Found
                 ADD +1 TO WS-Rfq-Already-Cnt
              WHEN Rfq-DUE-DATE NOT NUMERIC
                 MOVE "BAD DUE DATE" TO WS-Reject-Reason
              WHEN Rfq-DUE-DATE < WS-Today-Date
                 MOVE "DUE DATE ALREADY PAST" TO WS-Reject-Reason
              WHEN Rfq-QTY-BREAK(1) NOT NUMERIC OR
                   Rfq-QTY-BREAK(1) = ZERO
                 MOVE "NO QUANTITY BREAK" TO WS-Reject-Reason
              WHEN OTHER
                 PERFORM 2200-Build-Invitees
                 IF WS-Invitee-Cnt = ZERO
                    MOVE "NO SUPPLIER TO INVITE" TO WS-Reject-Reason
                 ELSE
                    PERFORM 2400-Issue-Rfq
                 END-IF
           END-EVALUATE.
           IF WS-Reject-Reason NOT = SPACES
              ADD +1 TO WS-Rfq-Rejected-Cnt
              MOVE SPACES TO FD-IssueRpt-Record
              MOVE Rfq-RFQ-NUMBER TO FD-IssueRpt-Record(1:8)
              MOVE Rfq-PART-NUMBER TO FD-IssueRpt-Record(10:23)
              STRING "NOT ISSUED -- " WS-Reject-Reason
                 DELIMITED BY SIZE INTO FD-IssueRpt-Record(45:50)
              PERFORM 2990-Write-Issue-Rpt-Line
           END-IF.

      *    Every source the cross-reference knows for the part,
      *    then the buyer's additions for this RFQ.
       2200-Build-Invitees.
           MOVE ZERO TO WS-Invitee-Cnt.
           SET WS-Xref-Browse-More TO TRUE.
           MOVE Rfq-PART-NUMBER TO Xref-XREF-PART-NUMBER.
           MOVE LOW-VALUES TO Xref-XREF-SUPPLIER-CODE.
           START XrefFile KEY >= Xref-XREF-KEY
              INVALID KEY SET WS-Xref-Browse-Done TO TRUE
           END-START.
           PERFORM 2210-Take-One-Pairing
              UNTIL WS-Xref-Browse-Done.
           PERFORM 2220-Take-One-Extra
              VARYING WS-Extra-IDX FROM 1 BY 1
              UNTIL WS-Extra-IDX > WS-Extra-Cnt.

       2210-Take-One-Pairing.
           READ XrefFile NEXT
              AT END SET WS-Xref-Browse-Done TO TRUE
           END-READ.
           IF WS-XrefFile-Good AND
              Xref-XREF-PART-NUMBER = Rfq-PART-NUMBER
              MOVE Xref-XREF-SUPPLIER-CODE TO WS-Hold-Supplier
              MOVE 'X' TO WS-Hold-Source
              PERFORM 2250-Add-Invitee
           ELSE
              SET WS-Xref-Browse-Done TO TRUE
           END-IF.

       2220-Take-One-Extra.
           IF WS-Extra-Rfq-Number(WS-Extra-IDX) = Rfq-RFQ-NUMBER
              MOVE WS-Extra-Supplier(WS-Extra-IDX) TO
                 WS-Hold-Supplier
              MOVE WS-Hold-Supplier TO SuppOut-SUPPLIER-CODE
              READ SuppOut
                 INVALID KEY CONTINUE
              END-READ
              IF WS-SuppOut-Good
                 MOVE 'B' TO WS-Hold-Source
                 PERFORM 2250-Add-Invitee
              ELSE
                 ADD +1 TO WS-Extra-Rejected-Cnt
                 MOVE SPACES TO FD-IssueRpt-Record
                 MOVE Rfq-RFQ-NUMBER TO FD-IssueRpt-Record(1:8)
                 MOVE Rfq-PART-NUMBER TO FD-IssueRpt-Record(10:23)
                 MOVE WS-Hold-Supplier TO FD-IssueRpt-Record(34:10)
                 MOVE "ADDED SUPPLIER NOT ON SUPPOUT -- NOT INVITED"
                    TO FD-IssueRpt-Record(45:44)
                 PERFORM 2990-Write-Issue-Rpt-Line
              END-IF
           END-IF.

       2250-Add-Invitee.
           SET WS-Invitee-Not-Found TO TRUE.
           PERFORM VARYING WS-Invitee-IDX FROM 1 BY 1
              UNTIL WS-Invitee-IDX > WS-Invitee-Cnt
              IF WS-Invitee-Supplier(WS-Invitee-IDX) =
                 WS-Hold-Supplier
                 SET WS-Invitee-Found TO TRUE
                 SET WS-Invitee-IDX TO WS-Invitee-Cnt
              END-IF
           END-PERFORM.
           IF WS-Invitee-Not-Found
              IF WS-Invitee-Cnt >= WS-Invitee-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Invitee-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Invitee-Cnt
              SET WS-Invitee-IDX TO WS-Invitee-Cnt
              MOVE WS-Hold-Supplier TO
                 WS-Invitee-Supplier(WS-Invitee-IDX)
              MOVE WS-Hold-Source TO WS-Invitee-Source(WS-Invitee-IDX)
           END-IF.

       2400-Issue-Rfq.
           ADD +1 TO WS-Rfq-Issued-Cnt.
           MOVE Rfq-PART-NUMBER TO PartOut-PART-NUMBER.
           READ PartOut
              INVALID KEY CONTINUE
           END-READ.
           IF WS-PartOut-Good
              MOVE PartOut-PART-NAME TO WS-Hold-Part-Name
              MOVE PartOut-UNIT-OF-MEASURE TO WS-Hold-UOM
           ELSE
              MOVE SPACES TO WS-Hold-Part-Name
              MOVE "EA" TO WS-Hold-UOM
           END-IF.
           PERFORM 2410-Invite-One-Supplier
              VARYING WS-Invitee-IDX FROM 1 BY 1
              UNTIL WS-Invitee-IDX > WS-Invitee-Cnt.

       2410-Invite-One-Supplier.
           MOVE WS-Invitee-Supplier(WS-Invitee-IDX) TO
              WS-Hold-Supplier.
           MOVE SPACES TO Inv-RFQ-INV-REC.
           MOVE Rfq-RFQ-NUMBER TO Inv-RFQ-NUMBER.
           MOVE WS-Hold-Supplier TO Inv-SUPPLIER-CODE.
           MOVE Rfq-PART-NUMBER TO Inv-PART-NUMBER.
           MOVE WS-Today-Date TO Inv-ISSUE-DATE.
           MOVE WS-Invitee-Source(WS-Invitee-IDX) TO
              Inv-INVITE-SOURCE.
           WRITE Inv-RFQ-INV-REC.
           IF WS-InviteFile-Good
              ADD +1 TO FD-Invite-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "rfq-invitations" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2410-Invite-One-Supplier"
              DISPLAY "File Status: " WS-InviteFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2500-Print-Invitation.
           MOVE SPACES TO FD-IssueRpt-Record.
           MOVE Rfq-RFQ-NUMBER TO FD-IssueRpt-Record(1:8).
           MOVE Rfq-PART-NUMBER TO FD-IssueRpt-Record(10:23).
           MOVE WS-Hold-Supplier TO FD-IssueRpt-Record(34:10).
           IF Inv-FROM-BUYER
              MOVE "INVITED -- ADDED BY BUYER"
                 TO FD-IssueRpt-Record(45:25)
           ELSE
              MOVE "INVITED" TO FD-IssueRpt-Record(45:7)
           END-IF.
           IF WS-Contact-Not-Found
              MOVE "NO CONTACT" TO FD-IssueRpt-Record(72:10)
           END-IF.
           PERFORM 2990-Write-Issue-Rpt-Line.

       2500-Print-Invitation.
           MOVE SPACES TO FD-InvitePrint-Record.
           STRING "REQUEST FOR QUOTATION " Rfq-RFQ-NUMBER
              "  ISSUED " WS-Today-Date
              DELIMITED BY SIZE INTO FD-InvitePrint-Record.
           PERFORM 2980-Write-Invite-Print-Line.
           MOVE WS-Hold-Supplier TO SuppOut-SUPPLIER-CODE.
           READ SuppOut
              INVALID KEY MOVE SPACES TO SuppOut-SUPPLIER-NAME
           END-READ.
           MOVE SPACES TO FD-InvitePrint-Record.
           STRING "TO:   " WS-Hold-Supplier " " SuppOut-SUPPLIER-NAME
              DELIMITED BY SIZE INTO FD-InvitePrint-Record.
           PERFORM 2980-Write-Invite-Print-Line.
           PERFORM 2520-Fetch-First-Contact.
           MOVE SPACES TO FD-InvitePrint-Record.
           IF WS-Contact-Found
              STRING "ATTN: " Cont-CONTACT-NAME
                 " " Cont-CONTACT-EMAIL
                 " " Cont-CONTACT-PHONE
                 DELIMITED BY SIZE INTO FD-InvitePrint-Record
           ELSE
              ADD +1 TO WS-No-Contact-Cnt
              STRING "ATTN: *** NO CONTACT ON FILE -- "
                 "ROUTE THROUGH THE BUYER ***"
                 DELIMITED BY SIZE INTO FD-InvitePrint-Record
           END-IF.
           PERFORM 2980-Write-Invite-Print-Line.
           MOVE SPACES TO FD-InvitePrint-Record.
           PERFORM 2980-Write-Invite-Print-Line.
           STRING "PART: " Rfq-PART-NUMBER " " WS-Hold-Part-Name
              "  UOM " WS-Hold-UOM
              DELIMITED BY SIZE INTO FD-InvitePrint-Record.
           PERFORM 2980-Write-Invite-Print-Line.
           MOVE SPACES TO FD-InvitePrint-Record.
           STRING "PLEASE QUOTE UNIT PRICE, CURRENCY, LEAD TIME IN "
              "WEEKS AND VALIDITY FOR EACH QUANTITY BELOW."
              DELIMITED BY SIZE INTO FD-InvitePrint-Record.
           PERFORM 2980-Write-Invite-Print-Line.
           PERFORM 2510-Print-One-Break
              VARYING WS-Break-Sub FROM 1 BY 1
              UNTIL WS-Break-Sub > 4.
           MOVE SPACES TO FD-InvitePrint-Record.
           STRING "QUOTES DUE BY " Rfq-DUE-DATE
              "  BUYER " Rfq-BUYER-CODE
              DELIMITED BY SIZE INTO FD-InvitePrint-Record.
           PERFORM 2980-Write-Invite-Print-Line.
           MOVE SPACES TO FD-InvitePrint-Record.
           PERFORM 2980-Write-Invite-Print-Line.
           PERFORM 2980-Write-Invite-Print-Line.

       2510-Print-One-Break.
           IF Rfq-QTY-BREAK(WS-Break-Sub) IS NUMERIC AND
              Rfq-QTY-BREAK(WS-Break-Sub) > ZERO
              MOVE Rfq-QTY-BREAK(WS-Break-Sub) TO WS-Qty-Edit
              MOVE SPACES TO FD-InvitePrint-Record
              STRING "   QUANTITY " WS-Qty-Edit " " WS-Hold-UOM
                 DELIMITED BY SIZE INTO FD-InvitePrint-Record
              PERFORM 2980-Write-Invite-Print-Line
           END-IF.

       2520-Fetch-First-Contact.
           SET WS-Contact-Not-Found TO TRUE.
           MOVE WS-Hold-Supplier TO Cont-SUPPLIER-CODE.
           MOVE ZERO TO Cont-CONTACT-SEQ.
           START ContOut KEY >= Cont-CONT-KEY
              INVALID KEY CONTINUE
           END-START.
           IF WS-ContOut-Good
              READ ContOut NEXT
                 AT END CONTINUE
              END-READ
              IF WS-ContOut-Good AND
                 Cont-SUPPLIER-CODE = WS-Hold-Supplier
                 SET WS-Contact-Found TO TRUE
              END-IF
           END-IF.

       2980-Write-Invite-Print-Line.
           WRITE FD-InvitePrint-Record.
           IF WS-InvitePrint-Good
              ADD +1 TO FD-InvitePrint-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "rfq-invite-print" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2980-Write-Invite-Print-Line"
              DISPLAY "File Status: " WS-InvitePrint-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2990-Write-Issue-Rpt-Line.
           WRITE FD-IssueRpt-Record.
           IF WS-IssueRpt-Good
              ADD +1 TO FD-IssueRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "rfq-issue-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2990-Write-Issue-Rpt-Line"
              DISPLAY "File Status: " WS-IssueRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "RFQISSUE: 3000-End-Job".
           MOVE SPACES TO FD-IssueRpt-Record.
           PERFORM 2990-Write-Issue-Rpt-Line.
           MOVE WS-Rfq-Issued-Cnt TO WS-Cnt-Edit.
           STRING "RFQS ISSUED: " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-IssueRpt-Record.
           MOVE FD-Invite-Record-Cnt TO WS-Cnt-Edit.
           STRING "  INVITATIONS: " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-IssueRpt-Record(18:20).
           PERFORM 2990-Write-Issue-Rpt-Line.
           CLOSE RfqFile PartOut SuppOut XrefFile ContOut
                 InviteFile InvitePrint IssueRpt.
           DISPLAY "  Rfq-Issue: RFQs Read:          "
              FD-RfqFile-Record-Cnt.
           DISPLAY "  Rfq-Issue: RFQs Issued:        "
              WS-Rfq-Issued-Cnt.
           DISPLAY "  Rfq-Issue: Already Issued:     "
              WS-Rfq-Already-Cnt.
           DISPLAY "  Rfq-Issue: Not Issued:         "
              WS-Rfq-Rejected-Cnt.
           DISPLAY "  Rfq-Issue: Invitations:        "
              FD-Invite-Record-Cnt.
           DISPLAY "  Rfq-Issue: Added Not On Master:"
              WS-Extra-Rejected-Cnt.
           DISPLAY "  Rfq-Issue: No Contact On File: "
              WS-No-Contact-Cnt.
