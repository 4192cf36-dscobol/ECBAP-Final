      ***********************************************************
      * Program name:    SUPCHGAP
      * Original author: David Stagowski
      *
      *    Description: Apply the promoted supplier-submitted
      *       contact and address changes to CONTOUT and addrout.
      *
      *    SUPCHGIN validates what suppliers and purchasing send
      *    and stages it; once the SUPCHG pair is promoted, the
      *    standing changes on ../data/supplier-changes.dat.txt
      *    are applied here, each against its occurrence:
      *
      *      - a contact by supplier and sequence: written, else
      *        rewritten; or deleted;
      *      - an address by supplier and type, one of each: the
      *        supplier's address of that type is rewritten or
      *        deleted, or a new one written at sequence 01.
      *
      *    CONTCALL and ADDRCALL rebuild both masters from the
      *    plant's file on every PSAP load (and PSAPRBLD on a
      *    rebuild), so a standing change is applied again after
      *    each of those -- it holds over the plant's copy until
      *    SUPCHGIN replaces or releases it.  Run after the PSAP
      *    load and before APVENDX.
      *
      *    A remit ('3'-type) change from this path always goes
      *    through the remit-change payment hold: when the remit
      *    address on addrout differs from the one being applied,
      *    a PENDING row goes on the remit verification queue
      *    with the old and new remit, and the supplier's
      *    call-back contacts from the last AP vendor contact
      *    snapshot are appended -- leaving out any contact that
      *    came in through this path, so the call-back can't go
      *    to someone the change itself supplied.  APVENDX holds
      *    the supplier's payments off that row until RMTVERFY
      *    records a VERIFIED call-back.  A change whose new
      *    remit is already the supplier's latest row on the
      *    queue is not queued again, so reapplying after each
      *    load raises the hold once.
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
       PROGRAM-ID. SUPCHGAP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChgFile
           ASSIGN TO "../data/supplier-changes.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChgFile-Status.

           SELECT BusinessDateFile
           ASSIGN TO PSAPBDTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BusinessDateFile-Status.

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

      *    APVENDX's snapshot of CONTOUT as of its last run --
      *    the contacts the supplier had before this change.
           SELECT ContSnapFile
           ASSIGN TO "../data/ap-vendor-contacts.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ContSnapFile-Status.

      *    Read for the latest row per supplier, then appended to
      *    when a change raises a new hold -- APVENDX's idiom.
           SELECT RemitVerifyFile
           ASSIGN TO "../data/remit-verify-queue.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RemitVerifyFile-Status.

           SELECT CallbackFile
           ASSIGN TO "../data/remit-callback-contacts.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CallbackFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ChgFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPCHG REPLACING ==:tag:== BY ==Chg==.

       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BusinessDate-Record       PIC 9(08).

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

       FD  ContSnapFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CONTOUT REPLACING ==:tag:== BY ==ContSnap==.

       FD  RemitVerifyFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RMTVQ REPLACING ==:tag:== BY ==RmtVq==.

       FD  CallbackFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RMTCBK REPLACING ==:tag:== BY ==RmtCbk==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ChgFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BusinessDateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ContOut==.
           COPY WSFST REPLACING ==:tag:== BY ==AddrOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ContSnapFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RemitVerifyFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CallbackFile==.

       01  WS-File-Counters.
           12 FD-ChgFile-Record-Cnt        PIC S9(4) COMP VALUE ZERO.

       01  WS-Apply-Counters.
           12 WS-Cont-Written-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Cont-Rewritten-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Cont-Deleted-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Addr-Written-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Addr-Rewritten-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Addr-Deleted-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Already-Gone-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Hold-Raised-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Hold-Queued-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Callback-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Callback-Found-Cnt        PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Addr-Found-Flag           PIC X.
              88 WS-Addr-Found                VALUE 'Y'.
              88 WS-Addr-Not-Found            VALUE 'N'.
           12 WS-Rmt-Found-Flag            PIC X.
              88 WS-Rmt-Found                 VALUE 'Y'.
              88 WS-Rmt-Not-Found             VALUE 'N'.
           12 WS-Own-Contact-Flag          PIC X.
              88 WS-Own-Contact               VALUE 'Y'.
              88 WS-Not-Own-Contact           VALUE 'N'.
           12 WS-Verify-Files-Open-Flag    PIC X VALUE 'N'.
              88 WS-Verify-Files-Open         VALUE 'Y'.

       01  WS-Chg-Table-Storage.
           12 WS-Chg-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Chg-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Chg-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Chg-Cnt
              INDEXED BY WS-Chg-IDX WS-Own-IDX.
              15 WS-Chg-Image              PIC X(104).

      *    A standing entry's fields, while it is applied.
           COPY SUPCHG REPLACING ==:tag:== BY ==Wk==.

      *    Each supplier's latest remit verification row -- rows
      *    are appended in date order, so the last one read wins.
       01  WS-Remit-Hold-Storage.
           12 WS-Rmt-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Rmt-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Rmt-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Rmt-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Rmt-Cnt
              INDEXED BY WS-Rmt-IDX.
              15 WS-Rmt-Supplier           PIC X(10).
              15 WS-Rmt-Status             PIC X(01).
              15 WS-Rmt-New-Remit          PIC X(42).

       01  WS-Prior-Contact-Storage.
           12 WS-PC-Max-Cnt                PIC S9(4) COMP VALUE +9999.
           12 WS-PC-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-PC-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-PC-Cnt
              INDEXED BY WS-PC-IDX.
              15 WS-PC-Supplier            PIC X(10).
              15 WS-PC-Seq                 PIC 9(02).
              15 WS-PC-Name                PIC X(20).
              15 WS-PC-Phone               PIC X(12).

      *    Street, city, state, zip -- the RMTVQ remit image and
      *    bytes 16-57 of APVENDX's feed detail.
       01  WS-Remit-Work.
           12 WS-Business-Date             PIC 9(08) VALUE ZERO.
           12 WS-Old-Remit.
              15 WS-Old-Address-1          PIC X(15).
              15 WS-Old-City               PIC X(15).
              15 WS-Old-State              PIC X(02).
              15 WS-Old-Zip-Code           PIC X(10).
           12 WS-New-Remit.
              15 WS-New-Address-1          PIC X(15).
              15 WS-New-City               PIC X(15).
              15 WS-New-State              PIC X(02).
              15 WS-New-Zip-Code           PIC X(10).

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Apply-One-Change
              VARYING WS-Chg-IDX FROM 1 BY 1
              UNTIL WS-Chg-IDX > WS-Chg-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "SUPCHGAP: 1000-Begin-Job".
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
           PERFORM 1010-Load-Changes.
           PERFORM 1020-Load-Remit-Holds.
           PERFORM 1030-Load-Prior-Contacts.
           OPEN I-O ContOut.
           IF NOT WS-ContOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "CONTOUT" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open ContOut Failed."
              DISPLAY "File Status: " WS-ContOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O AddrOut.
           IF NOT WS-AddrOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "addrout" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open AddrOut Failed."
              DISPLAY "File Status: " WS-AddrOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "SUPCHGAP applying " WS-Chg-Cnt
              " standing change(s) as of " WS-Business-Date.

      *    No promoted file yet just means nothing to apply.
       1010-Load-Changes.
           OPEN INPUT ChgFile.
           IF WS-ChgFile-Good
              PERFORM 1015-Load-One-Change
                 UNTIL WS-ChgFile-EOF
              CLOSE ChgFile
           END-IF.

       1015-Load-One-Change.
           READ ChgFile
              AT END SET WS-ChgFile-EOF TO TRUE
           END-READ.
           IF WS-ChgFile-Good
              ADD +1 TO FD-ChgFile-Record-Cnt
              IF WS-Chg-Cnt >= WS-Chg-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Chg-Table-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Chg-Cnt
              SET WS-Chg-IDX TO WS-Chg-Cnt
              MOVE Chg-SUPP-CHANGE TO WS-Chg-Image(WS-Chg-IDX)
           END-IF.

      *    No queue yet just means nobody on a remit hold.
       1020-Load-Remit-Holds.
           OPEN INPUT RemitVerifyFile.
           IF WS-RemitVerifyFile-Good
              PERFORM 1025-Load-One-Remit-Row
                 UNTIL WS-RemitVerifyFile-EOF
              CLOSE RemitVerifyFile
           END-IF.

       1025-Load-One-Remit-Row.
           READ RemitVerifyFile
              AT END SET WS-RemitVerifyFile-EOF TO TRUE
           END-READ.
           IF WS-RemitVerifyFile-Good
              MOVE RmtVq-SUPPLIER-CODE TO Wk-SUPPLIER-CODE
              PERFORM 2350-Find-Remit-Hold
              IF WS-Rmt-Not-Found
                 PERFORM 2355-Add-Remit-Hold
              END-IF
              MOVE RmtVq-VERIFY-STATUS TO
                 WS-Rmt-Status(WS-Rmt-Match-IDX)
              MOVE RmtVq-NEW-REMIT TO
                 WS-Rmt-New-Remit(WS-Rmt-Match-IDX)
           END-IF.

      *    No snapshot yet leaves no one to call back -- the
      *    hold still goes on, and says so.
       1030-Load-Prior-Contacts.
           OPEN INPUT ContSnapFile.
           IF WS-ContSnapFile-Good
              PERFORM 1035-Load-One-Prior-Contact
                 UNTIL WS-ContSnapFile-EOF
              CLOSE ContSnapFile
           END-IF.

       1035-Load-One-Prior-Contact.
           READ ContSnapFile
              AT END SET WS-ContSnapFile-EOF TO TRUE
           END-READ.
           IF WS-ContSnapFile-Good
              IF WS-PC-Cnt >= WS-PC-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Prior-Contact-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-PC-Cnt
              SET WS-PC-IDX TO WS-PC-Cnt
              MOVE ContSnap-SUPPLIER-CODE TO
                 WS-PC-Supplier(WS-PC-IDX)
              MOVE ContSnap-CONTACT-SEQ TO WS-PC-Seq(WS-PC-IDX)
              MOVE ContSnap-CONTACT-NAME TO WS-PC-Name(WS-PC-IDX)
              MOVE ContSnap-CONTACT-PHONE TO
                 WS-PC-Phone(WS-PC-IDX)
           END-IF.

       2000-Apply-One-Change.
           MOVE WS-Chg-Image(WS-Chg-IDX) TO Wk-SUPP-CHANGE.
           IF Wk-KIND-CONTACT
              PERFORM 2100-Apply-Contact
           ELSE
              PERFORM 2200-Apply-Address
           END-IF.

      *    The same key again refreshes the contact in place,
      *    CONTCALL's WRITE/REWRITE idiom.
       2100-Apply-Contact.
           MOVE SPACES TO Cont-SUPP-CONTACT.
           MOVE Wk-SUPPLIER-CODE TO Cont-SUPPLIER-CODE.
           MOVE Wk-CONTACT-SEQ TO Cont-CONTACT-SEQ.
           IF Wk-ACTION-DELETE
              DELETE ContOut RECORD
                 INVALID KEY
                    ADD +1 TO WS-Already-Gone-Cnt
                 NOT INVALID KEY
                    ADD +1 TO WS-Cont-Deleted-Cnt
              END-DELETE
           ELSE
              MOVE Wk-CONTACT-NAME TO Cont-CONTACT-NAME
              MOVE Wk-CONTACT-PHONE TO Cont-CONTACT-PHONE
              MOVE Wk-CONTACT-EMAIL TO Cont-CONTACT-EMAIL
              WRITE Cont-SUPP-CONTACT
                 INVALID KEY
                    REWRITE Cont-SUPP-CONTACT
                    IF WS-ContOut-Good
                       ADD +1 TO WS-Cont-Rewritten-Cnt
                    ELSE
                       MOVE "PSAP003E" TO WS-Msg-Id
                       MOVE "CONTOUT" TO WS-Msg-Insert
                       CALL 'PSAPMSG' USING WS-Msg-Request
                       DISPLAY "File Status: " WS-ContOut-Status
                       MOVE +8 TO RETURN-CODE
                       GOBACK
                    END-IF
                 NOT INVALID KEY
                    ADD +1 TO WS-Cont-Written-Cnt
              END-WRITE
           END-IF.

      *    One address of each type: the supplier's address of
      *    the change's type is the one rewritten or deleted.
       2200-Apply-Address.
           PERFORM 2210-Find-Address.
           MOVE SPACES TO WS-Old-Remit WS-New-Remit.
           IF WS-Addr-Found
              MOVE AddrOut-ADDRESS-1 TO WS-Old-Address-1
              MOVE AddrOut-CITY TO WS-Old-City
              MOVE AddrOut-ADDR-STATE TO WS-Old-State
              MOVE AddrOut-ZIP-CODE TO WS-Old-Zip-Code
           END-IF.
           IF Wk-ACTION-DELETE
              IF WS-Addr-Found
                 DELETE AddrOut RECORD
                    INVALID KEY
                       ADD +1 TO WS-Already-Gone-Cnt
                    NOT INVALID KEY
                       ADD +1 TO WS-Addr-Deleted-Cnt
                 END-DELETE
              ELSE
                 ADD +1 TO WS-Already-Gone-Cnt
              END-IF
           ELSE
              IF WS-Addr-Not-Found
                 MOVE SPACES TO AddrOut-SUPP-ADDRESS
                 MOVE Wk-SUPPLIER-CODE TO AddrOut-SUPPLIER-CODE
                 MOVE Wk-ADDRESS-TYPE TO AddrOut-ADDRESS-TYPE
                 MOVE 1 TO AddrOut-ADDR-SEQ
              END-IF
              MOVE Wk-ADDRESS-1 TO AddrOut-ADDRESS-1
              MOVE Wk-ADDRESS-2 TO AddrOut-ADDRESS-2
              MOVE Wk-ADDRESS-3 TO AddrOut-ADDRESS-3
              MOVE Wk-CITY TO AddrOut-CITY
              MOVE Wk-ADDR-STATE TO AddrOut-ADDR-STATE
              MOVE Wk-ZIP-CODE TO AddrOut-ZIP-CODE
              MOVE Wk-COUNTRY-CODE TO AddrOut-COUNTRY-CODE
              IF WS-Addr-Found
                 REWRITE AddrOut-SUPP-ADDRESS
                 ADD +1 TO WS-Addr-Rewritten-Cnt
              ELSE
                 WRITE AddrOut-SUPP-ADDRESS
                 ADD +1 TO WS-Addr-Written-Cnt
              END-IF
              IF NOT WS-AddrOut-Good
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "addrout" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "File Status: " WS-AddrOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE Wk-ADDRESS-1 TO WS-New-Address-1
              MOVE Wk-CITY TO WS-New-City
              MOVE Wk-ADDR-STATE TO WS-New-State
              MOVE Wk-ZIP-CODE TO WS-New-Zip-Code
           END-IF.
           IF Wk-REMIT-ADDRESS AND WS-Old-Remit NOT = WS-New-Remit
              PERFORM 2300-Set-Remit-Hold
           END-IF.

      *    One keyed START at (supplier, type, low sequence), the
      *    APVENDX remit lookup.
       2210-Find-Address.
           SET WS-Addr-Not-Found TO TRUE.
           MOVE Wk-SUPPLIER-CODE TO AddrOut-SUPPLIER-CODE.
           MOVE Wk-ADDRESS-TYPE TO AddrOut-ADDRESS-TYPE.
           MOVE ZERO TO AddrOut-ADDR-SEQ.
           START AddrOut KEY >= AddrOut-ADDR-KEY
              INVALID KEY CONTINUE
           END-START.
           IF WS-AddrOut-Good
              READ AddrOut NEXT
                 AT END CONTINUE
              END-READ
              IF WS-AddrOut-Good AND
                 AddrOut-SUPPLIER-CODE = Wk-SUPPLIER-CODE AND
                 AddrOut-ADDRESS-TYPE = Wk-ADDRESS-TYPE
                 SET WS-Addr-Found TO TRUE
              END-IF
           END-IF.

      *    A new remit already the supplier's latest row on the
      *    queue was held the first time it was applied.
       2300-Set-Remit-Hold.
           PERFORM 2350-Find-Remit-Hold.
           IF WS-Rmt-Found AND
              WS-Rmt-New-Remit(WS-Rmt-Match-IDX) = WS-New-Remit
              ADD +1 TO WS-Hold-Queued-Cnt
           ELSE
              PERFORM 2310-Raise-Remit-Hold
           END-IF.

       2310-Raise-Remit-Hold.
           IF NOT WS-Verify-Files-Open
              OPEN EXTEND RemitVerifyFile
              IF NOT WS-RemitVerifyFile-Good
                 OPEN OUTPUT RemitVerifyFile
              END-IF
              OPEN EXTEND CallbackFile
              IF NOT WS-CallbackFile-Good
                 OPEN OUTPUT CallbackFile
              END-IF
              SET WS-Verify-Files-Open TO TRUE
           END-IF.
           MOVE SPACES TO RmtVq-REMIT-VERIFY-REC.
           SET RmtVq-VERIFY-PENDING TO TRUE.
           MOVE WS-Business-Date TO RmtVq-HELD-DATE.
           MOVE Wk-SUPPLIER-CODE TO RmtVq-SUPPLIER-CODE.
           MOVE WS-Old-Remit TO RmtVq-OLD-REMIT.
           MOVE WS-New-Remit TO RmtVq-NEW-REMIT.
           MOVE ZERO TO RmtVq-CALLBACK-SEQ RmtVq-CALLBACK-DATE
                        RmtVq-DECIDED-DATE.
           WRITE RmtVq-REMIT-VERIFY-REC.
           IF NOT WS-RemitVerifyFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "REMIT-VERIFY-QUEUE" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-RemitVerifyFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Hold-Raised-Cnt.
           DISPLAY "SUPCHGAP: " Wk-SUPPLIER-CODE
              " remit changed by " Wk-SUBMITTER
              " -- payment hold pending call-back".
           MOVE ZERO TO WS-Callback-Found-Cnt.
           PERFORM 2320-Save-Callback-Contact
              VARYING WS-PC-IDX FROM 1 BY 1
              UNTIL WS-PC-IDX > WS-PC-Cnt.
           IF WS-Callback-Found-Cnt = ZERO
              ADD +1 TO WS-No-Callback-Cnt
              DISPLAY "SUPCHGAP: " Wk-SUPPLIER-CODE
                 " remit changed with no prior contact on file"
                 " to call back"
           END-IF.
           PERFORM 2350-Find-Remit-Hold.
           IF WS-Rmt-Not-Found
              PERFORM 2355-Add-Remit-Hold
           END-IF.
           MOVE 'P' TO WS-Rmt-Status(WS-Rmt-Match-IDX).
           MOVE WS-New-Remit TO WS-Rmt-New-Remit(WS-Rmt-Match-IDX).

       2320-Save-Callback-Contact.
           IF WS-PC-Supplier(WS-PC-IDX) = Wk-SUPPLIER-CODE
              PERFORM 2330-Check-Own-Contact
              IF WS-Not-Own-Contact
                 ADD +1 TO WS-Callback-Found-Cnt
                 MOVE Wk-SUPPLIER-CODE TO RmtCbk-SUPPLIER-CODE
                 MOVE WS-Business-Date TO RmtCbk-HELD-DATE
                 MOVE WS-PC-Seq(WS-PC-IDX) TO RmtCbk-CONTACT-SEQ
                 MOVE WS-PC-Name(WS-PC-IDX) TO RmtCbk-CONTACT-NAME
                 MOVE WS-PC-Phone(WS-PC-IDX) TO
                    RmtCbk-CONTACT-PHONE
                 WRITE RmtCbk-CALLBACK-CONTACT
                 IF NOT WS-CallbackFile-Good
                    MOVE "PSAP003E" TO WS-Msg-Id
                    MOVE "REMIT-CALLBACK-CONTACTS" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    DISPLAY "File Status: " WS-CallbackFile-Status
                    MOVE +8 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
           END-IF.

      *    A contact this path added or changed on the supplier
      *    is not someone to verify a change with.
       2330-Check-Own-Contact.
           SET WS-Not-Own-Contact TO TRUE.
           PERFORM VARYING WS-Own-IDX FROM 1 BY 1
              UNTIL WS-Own-IDX > WS-Chg-Cnt
              IF WS-Chg-Image(WS-Own-IDX)(9:10) = Wk-SUPPLIER-CODE
                 AND WS-Chg-Image(WS-Own-IDX)(20:1) = 'C'
                 AND WS-Chg-Image(WS-Own-IDX)(21:2) =
                     WS-PC-Seq(WS-PC-IDX)
                 AND WS-Chg-Image(WS-Own-IDX)(19:1) NOT = 'D'
                 SET WS-Own-Contact TO TRUE
                 SET WS-Own-IDX TO WS-Chg-Cnt
              END-IF
           END-PERFORM.

       2350-Find-Remit-Hold.
           SET WS-Rmt-Not-Found TO TRUE.
           MOVE ZERO TO WS-Rmt-Match-IDX.
           PERFORM VARYING WS-Rmt-IDX FROM 1 BY 1
              UNTIL WS-Rmt-IDX > WS-Rmt-Cnt
              IF WS-Rmt-Supplier(WS-Rmt-IDX) = Wk-SUPPLIER-CODE
                 SET WS-Rmt-Found TO TRUE
                 SET WS-Rmt-Match-IDX TO WS-Rmt-IDX
                 SET WS-Rmt-IDX TO WS-Rmt-Cnt
              END-IF
           END-PERFORM.

       2355-Add-Remit-Hold.
           IF WS-Rmt-Cnt >= WS-Rmt-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Remit-Hold-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Rmt-Cnt.
           SET WS-Rmt-IDX TO WS-Rmt-Cnt.
           SET WS-Rmt-Match-IDX TO WS-Rmt-IDX.
           MOVE Wk-SUPPLIER-CODE TO WS-Rmt-Supplier(WS-Rmt-IDX).
           MOVE SPACE TO WS-Rmt-Status(WS-Rmt-IDX).
           MOVE SPACES TO WS-Rmt-New-Remit(WS-Rmt-IDX).

       3000-End-Job.
           DISPLAY "SUPCHGAP: 3000-End-Job".
           CLOSE ContOut AddrOut.
           IF WS-Verify-Files-Open
              CLOSE RemitVerifyFile CallbackFile
           END-IF.
           DISPLAY "  Supp-Chg-Apply: Changes Read:       "
              FD-ChgFile-Record-Cnt.
           DISPLAY "  Supp-Chg-Apply: Contacts Written:   "
              WS-Cont-Written-Cnt.
           DISPLAY "  Supp-Chg-Apply: Contacts Rewritten: "
              WS-Cont-Rewritten-Cnt.
           DISPLAY "  Supp-Chg-Apply: Contacts Deleted:   "
              WS-Cont-Deleted-Cnt.
           DISPLAY "  Supp-Chg-Apply: Addresses Written:  "
              WS-Addr-Written-Cnt.
           DISPLAY "  Supp-Chg-Apply: Addresses Rewritten:"
              WS-Addr-Rewritten-Cnt.
           DISPLAY "  Supp-Chg-Apply: Addresses Deleted:  "
              WS-Addr-Deleted-Cnt.
           DISPLAY "  Supp-Chg-Apply: Deletes Already Gone: "
              WS-Already-Gone-Cnt.
           DISPLAY "  Supp-Chg-Apply: Remit Holds Raised: "
              WS-Hold-Raised-Cnt.
           DISPLAY "  Supp-Chg-Apply: Remit Holds Already Queued: "
              WS-Hold-Queued-Cnt.
           DISPLAY "  Supp-Chg-Apply: Holds With No Call-Back: "
              WS-No-Callback-Cnt.
