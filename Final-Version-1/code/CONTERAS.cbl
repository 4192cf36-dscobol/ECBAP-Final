      ***********************************************************
      * Program name:    CONTERAS
      * Original author: David Stagowski
      *
      *    Description: Contact personal-data erasure.
      *
      *    A supplier contact's name, phone and email are copied
      *    into CONTOUT, every PSAPGOOD generation GENKEEP keeps,
      *    and the supplier-facing notice and call files, and
      *    when a contact asks to be forgotten there was no way
      *    to find every copy.  This works the erasure requests
      *    (../data/contact-erasure-requests.dat.txt -- request
      *    id(8), supplier code(10), contact name(20), contact
      *    email(30); the name, the email, or both) against
      *    every file that holds the contact:
      *
      *      - CONTOUT: the contact rows are DELETEd -- the
      *        keyed file allows it and INTAUD only audits the
      *        supplier codes;
      *      - PSAPGOOD and each retained generation g01 to the
      *        GENKEEP depth: the contact slot is masked in place
      *        (name *ERASED*, phone and email blank) and the
      *        record rewritten at its own length, so the record
      *        count and the *TRL* quantity hash still tie out;
      *        PSAPRBLD never rebuilds a masked slot into CONTOUT;
      *      - PSAPREJS and the ERRSUSP suspense master: the
      *        supplier's records are scanned and rewritten in
      *        place;
      *      - the supplier-facing line files in the registry
      *        below, the AP vendor contact extract (live and
      *        staged) and the PO archive: copied through a work
      *        file with every copy masked, then copied back.
      *        Where a file has a PROMOTE control line beside it
      *        (<file>.ctl) the count and PSAPHASH hash are
      *        recomputed over the masked copy, so PROMOTE still
      *        ties out.
      *
      *    The values masked in the scanned files are the
      *    request's name and email plus the name, phone and
      *    email of every contact row removed, so a phone number
      *    printed on a call sheet goes with the rest.  A value
      *    shorter than four characters is never masked by
      *    scan.  A masked value becomes asterisks of its own
      *    length; the line keeps its layout.
      *
      *    Each request appends an erasure certificate to
      *    ../data/contact-erasure-certificate.dat.txt: request
      *    id, supplier, business date, and for every file the
      *    records read, the records changed, and what was done.
      *    The erased values themselves are never written to it.
      *    A request without a supplier code, or with neither a
      *    name nor an email, is refused (PSAP026W, RC=4) and
      *    certified as refused.  The request file is emptied at
      *    end of job.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for contact personal-
      *                          data erasure
      * 2026-10-15 dastagg       PSAP record maximum 4158 for
      *                          the PO delivery-schedule segment.
      * 2026-10-15 dastagg       PSAP record maximum 4190 for
      *                          the PO ship-to segment.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTERAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RequestFile
           ASSIGN TO "../data/contact-erasure-requests.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RequestFile-Status.

           SELECT BusinessDateFile
           ASSIGN TO PSAPBDTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BusinessDateFile-Status.

           SELECT GenControlFile
           ASSIGN TO "../data/gen-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GenControlFile-Status.

      *    ContOut's own SELECT in CONTCALL.cbl is the authority.
           SELECT ContOut
           ASSIGN TO CONTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Cont-CONT-KEY
           FILE STATUS IS WS-ContOut-Status.

      *    OUTFile's own SELECT in PSAP.cbl is the authority on
      *    this file's physical format; the path is the live
      *    PSAPGOOD or a GENKEEP generation, DTLREGEN's idiom.
           SELECT GoodFile
           ASSIGN TO WS-Good-Path
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GoodFile-Status.

           SELECT RejectDetail
           ASSIGN TO PSAPREJS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RejectDetail-Status.

           SELECT SuspFile
           ASSIGN TO ERRSUSP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS Susp-SUSP-KEY
           FILE STATUS IS WS-SuspFile-Status.

           SELECT TextFile
           ASSIGN TO WS-Text-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TextFile-Status.

           SELECT WorkFile
           ASSIGN TO "../data/contact-erasure-work.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WorkFile-Status.

      *    The count/hash control line PROMOTE verifies a pair
      *    against, beside its -new file.
           SELECT CtlFile
           ASSIGN TO WS-Ctl-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CtlFile-Status.

           SELECT CertFile
           ASSIGN TO "../data/contact-erasure-certificate.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CertFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RequestFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Request-Record.
           05 FD-Req-Id                 PIC X(08).
           05 FD-Req-Supplier           PIC X(10).
           05 FD-Req-Name               PIC X(20).
           05 FD-Req-Email              PIC X(30).

       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BusinessDate-Record       PIC 9(08).

       FD  GenControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-GenControl-Record.
           05 FD-GenControl-Depth       PIC 9(02).
           05 FD-GenControl-Next        PIC 9(02).

       FD  ContOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CONTOUT REPLACING ==:tag:== BY ==Cont==.

       FD  GoodFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 249 TO 4190 CHARACTERS
           DEPENDING ON WS-GoodFile-Length
           BLOCK CONTAINS 0 RECORDS.
           COPY PSAP.

       FD  RejectDetail
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY REJSOUT REPLACING ==:tag:== BY ==Rej==.

       FD  SuspFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUSPREC REPLACING ==:tag:== BY ==Susp==.

       FD  TextFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Text-Record               PIC X(400).

       FD  WorkFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Work-Record               PIC X(400).

       FD  CtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Ctl-Record.
           05 FD-Ctl-Count              PIC 9(09).
           05 FD-Ctl-Hash               PIC 9(13).

       FD  CertFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Cert-Record               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RequestFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BusinessDateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==GenControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ContOut==.
           COPY WSFST REPLACING ==:tag:== BY ==GoodFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RejectDetail==.
           COPY WSFST REPLACING ==:tag:== BY ==SuspFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TextFile==.
           COPY WSFST REPLACING ==:tag:== BY ==WorkFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CertFile==.

       01  WS-Good-Path             PIC X(100) VALUE "PSAPGOOD".
       01  WS-Text-Path             PIC X(100) VALUE SPACES.
       01  WS-Ctl-Path              PIC X(100) VALUE SPACES.

       01  WS-File-Counters.
           12 WS-GoodFile-Length           PIC 9(4) COMP VALUE ZERO.
           12 FD-RequestFile-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-CertFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.

      *    The line files a contact's name, phone or email is
      *    printed on -- the supplier reject notices (REJNOTIC),
      *    review packet (SUPPPKT), expedite call sheet (CALLSHT),
      *    RFQ invitations (RFQISSUE), the remit call-back list
      *    (APVENDX/RMTVERFY), the AP vendor contact extract live
      *    and staged (APVENDX, pair APVCONT), and the PO archive
      *    (AUDARCH).  A file that isn't there is certified so.
       01  WS-Text-File-Registry.
           12 FILLER PIC X(60) VALUE
              "../data/supplier-reject-notices.dat.txt".
           12 FILLER PIC X(60) VALUE
              "../data/supplier-review-packet.dat.txt".
           12 FILLER PIC X(60) VALUE
              "../data/expedite-call-sheet.dat.txt".
           12 FILLER PIC X(60) VALUE
              "../data/rfq-invite-print.dat.txt".
           12 FILLER PIC X(60) VALUE
              "../data/remit-callback-contacts.dat.txt".
           12 FILLER PIC X(60) VALUE
              "../data/ap-vendor-contacts.dat.txt".
           12 FILLER PIC X(60) VALUE
              "../data/ap-vendor-contacts-new.dat.txt".
           12 FILLER PIC X(60) VALUE
              "../data/po-archive.dat.txt".
       01  WS-Text-File-Table REDEFINES WS-Text-File-Registry.
           12 WS-Text-File-Entry OCCURS 8 TIMES
              INDEXED BY WS-Text-IDX.
              15 WS-Text-File-Name         PIC X(60).
       01  WS-Text-Max-Cnt          PIC S9(4) COMP VALUE +8.

       01  WS-Request-Storage.
           12 WS-Req-Max-Cnt               PIC S9(4) COMP VALUE +99.
           12 WS-Req-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Req-Table OCCURS 0 TO 99 TIMES
              DEPENDING ON WS-Req-Cnt
              INDEXED BY WS-Req-IDX.
              15 WS-Req-Id                 PIC X(08).
              15 WS-Req-Supplier           PIC X(10).
              15 WS-Req-Name               PIC X(20).
              15 WS-Req-Email              PIC X(30).

      *    The values to mask for the request in hand -- its own
      *    name and email, then every copy found on CONTOUT and
      *    PSAPGOOD.  Held only while the request is worked.
       01  WS-Erase-Value-Storage.
           12 WS-EV-Max-Cnt                PIC S9(4) COMP VALUE +30.
           12 WS-EV-Min-Len                PIC S9(4) COMP VALUE +4.
           12 WS-EV-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-EV-Table OCCURS 0 TO 30 TIMES
              DEPENDING ON WS-EV-Cnt
              INDEXED BY WS-EV-IDX.
              15 WS-EV-Value               PIC X(30).
              15 WS-EV-Len                 PIC S9(4) COMP.

       01  WS-Erase-Work.
           12 WS-Business-Date             PIC 9(08) VALUE ZERO.
           12 WS-Gen-Depth                 PIC 9(02) VALUE 3.
           12 WS-Gen-Sub                   PIC 9(02) VALUE ZERO.
           12 WS-Value-Hold                PIC X(30) VALUE SPACES.
           12 WS-Value-Len                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Scan-Area                 PIC X(400) VALUE SPACES.
           12 WS-Scan-Hit-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Hit-Tally                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Mask-Fill                 PIC X(30) VALUE ALL "*".
           12 WS-Erased-Name               PIC X(20)
              VALUE "*ERASED*".

      *    Per file, then per request, then per run.
       01  WS-Erase-Counters.
           12 WS-File-Read-Cnt             PIC S9(9) COMP VALUE ZERO.
           12 WS-File-Changed-Cnt          PIC S9(9) COMP VALUE ZERO.
           12 WS-Req-Changed-Cnt           PIC S9(9) COMP VALUE ZERO.
           12 WS-Req-File-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Run-Erased-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Run-Refused-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Run-Changed-Cnt           PIC S9(9) COMP VALUE ZERO.

      *    Count and PSAPHASH hash of a masked file that carries
      *    a control line.
       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-Ctl-Count-Hold            PIC 9(09) VALUE ZERO.
           12 WS-Ctl-Hash-Hold             PIC 9(13) VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-File-Present-Flag         PIC X.
              88 WS-File-Present              VALUE 'Y'.
              88 WS-File-Not-Present          VALUE 'N'.
           12 WS-Rec-Changed-Flag          PIC X.
              88 WS-Rec-Changed               VALUE 'Y'.
              88 WS-Rec-Not-Changed           VALUE 'N'.
           12 WS-Contact-Match-Flag        PIC X.
              88 WS-Contact-Matches           VALUE 'Y'.
              88 WS-Contact-Not-Matched       VALUE 'N'.
           12 WS-Value-Held-Flag           PIC X.
              88 WS-Value-Held                VALUE 'Y'.
              88 WS-Value-Not-Held            VALUE 'N'.

       01  WS-Cert-Fields.
           12 WS-Cert-File-Name            PIC X(60) VALUE SPACES.
           12 WS-Cert-Change-Word          PIC X(12) VALUE SPACES.
           12 WS-Cert-Match-Word           PIC X(14) VALUE SPACES.

       01  WS-Edit-Fields.
           12 WS-Count-Edit                PIC ZZZ,ZZZ,ZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process-One-Request
              VARYING WS-Req-IDX FROM 1 BY 1
              UNTIL WS-Req-IDX > WS-Req-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "CONTERAS: 1000-Begin-Job".
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
           PERFORM 1010-Read-Gen-Control.
           PERFORM 1020-Load-Requests.
           OPEN EXTEND CertFile.
           IF NOT WS-CertFile-Good
              OPEN OUTPUT CertFile
           END-IF.
           IF NOT WS-CertFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "contact-erasure-certificate" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-CertFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "CONTERAS working " WS-Req-Cnt
              " erasure request(s) as of " WS-Business-Date
              ", PSAPGOOD generations kept: " WS-Gen-Depth.

      *    GENKEEP's control file -- only the depth matters here;
      *    a missing file means GENKEEP's default depth of 3.
       1010-Read-Gen-Control.
           OPEN INPUT GenControlFile.
           IF WS-GenControlFile-Good
              READ GenControlFile
              IF WS-GenControlFile-Good
                 IF FD-GenControl-Depth IS NUMERIC AND
                    FD-GenControl-Depth > ZERO
                    MOVE FD-GenControl-Depth TO WS-Gen-Depth
                 END-IF
              END-IF
           END-IF.
           CLOSE GenControlFile.

       1020-Load-Requests.
           OPEN INPUT RequestFile.
           IF WS-RequestFile-Good
              PERFORM 1025-Load-One-Request
                 UNTIL WS-RequestFile-EOF
           END-IF.
           CLOSE RequestFile.

       1025-Load-One-Request.
           READ RequestFile
              AT END SET WS-RequestFile-EOF TO TRUE
           END-READ.
           IF WS-RequestFile-Good AND FD-Request-Record > SPACES
              ADD +1 TO FD-RequestFile-Record-Cnt
              IF WS-Req-Cnt >= WS-Req-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Request-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Req-Cnt
              SET WS-Req-IDX TO WS-Req-Cnt
              MOVE FD-Req-Id TO WS-Req-Id(WS-Req-IDX)
              MOVE FD-Req-Supplier TO WS-Req-Supplier(WS-Req-IDX)
              MOVE FD-Req-Name TO WS-Req-Name(WS-Req-IDX)
              MOVE FD-Req-Email TO WS-Req-Email(WS-Req-IDX)
           END-IF.

       2000-Process-One-Request.
           MOVE ZERO TO WS-EV-Cnt.
           MOVE ZERO TO WS-Req-Changed-Cnt.
           MOVE ZERO TO WS-Req-File-Cnt.
           PERFORM 2010-Write-Cert-Heading.
           IF WS-Req-Supplier(WS-Req-IDX) = SPACES OR
              (WS-Req-Name(WS-Req-IDX) = SPACES AND
               WS-Req-Email(WS-Req-IDX) = SPACES)
              PERFORM 2020-Refuse-Request
           ELSE
              PERFORM 2030-Erase-Request
           END-IF.

       2010-Write-Cert-Heading.
           MOVE SPACES TO FD-Cert-Record.
           PERFORM 3900-Write-Cert-Line.
           MOVE SPACES TO FD-Cert-Record.
           STRING "CONTACT ERASURE CERTIFICATE   REQUEST "
              WS-Req-Id(WS-Req-IDX)
              "   SUPPLIER " WS-Req-Supplier(WS-Req-IDX)
              "   BUSINESS DATE " WS-Business-Date
              DELIMITED BY SIZE INTO FD-Cert-Record.
           PERFORM 3900-Write-Cert-Line.
           EVALUATE TRUE
              WHEN WS-Req-Name(WS-Req-IDX) > SPACES AND
                   WS-Req-Email(WS-Req-IDX) > SPACES
                 MOVE "NAME OR EMAIL" TO WS-Cert-Match-Word
              WHEN WS-Req-Name(WS-Req-IDX) > SPACES
                 MOVE "NAME" TO WS-Cert-Match-Word
              WHEN WS-Req-Email(WS-Req-IDX) > SPACES
                 MOVE "EMAIL" TO WS-Cert-Match-Word
              WHEN OTHER
                 MOVE "NOTHING" TO WS-Cert-Match-Word
           END-EVALUATE.
           MOVE SPACES TO FD-Cert-Record.
           STRING "CONTACT MATCHED ON " WS-Cert-Match-Word
              DELIMITED BY SIZE INTO FD-Cert-Record.
           PERFORM 3900-Write-Cert-Line.

       2020-Refuse-Request.
           MOVE "PSAP026W" TO WS-Msg-Id.
           MOVE WS-Req-Id(WS-Req-IDX) TO WS-Msg-Insert.
           CALL 'PSAPMSG' USING WS-Msg-Request.
           ADD +1 TO WS-Run-Refused-Cnt.
           MOVE SPACES TO FD-Cert-Record.
           STRING "REQUEST REFUSED -- A SUPPLIER CODE AND A CONTACT"
              " NAME OR EMAIL ARE REQUIRED.  NO FILE WAS TOUCHED."
              DELIMITED BY SIZE INTO FD-Cert-Record.
           PERFORM 3900-Write-Cert-Line.

       2030-Erase-Request.
           MOVE SPACES TO FD-Cert-Record.
           STRING "FILE                                          "
              "                    RECORDS READ     CHANGED  ACTION"
              DELIMITED BY SIZE INTO FD-Cert-Record.
           PERFORM 3900-Write-Cert-Line.
           MOVE WS-Req-Name(WS-Req-IDX) TO WS-Value-Hold.
           PERFORM 2040-Add-Erase-Value.
           MOVE WS-Req-Email(WS-Req-IDX) TO WS-Value-Hold.
           PERFORM 2040-Add-Erase-Value.
           PERFORM 2100-Erase-Contout.
           MOVE "PSAPGOOD" TO WS-Good-Path.
           PERFORM 2200-Mask-Good-File.
           PERFORM 2250-Mask-Good-Generation
              VARYING WS-Gen-Sub FROM 1 BY 1
              UNTIL WS-Gen-Sub > WS-Gen-Depth.
           PERFORM 2300-Scan-Rejects.
           PERFORM 2400-Scan-Suspense.
           PERFORM 2500-Scan-Text-File
              VARYING WS-Text-IDX FROM 1 BY 1
              UNTIL WS-Text-IDX > WS-Text-Max-Cnt.
           PERFORM 2090-Write-Cert-Footing.
           ADD +1 TO WS-Run-Erased-Cnt.
           ADD WS-Req-Changed-Cnt TO WS-Run-Changed-Cnt.

      *    Adds WS-Value-Hold to the values to mask, unless it is
      *    blank, too short to scan for safely, or already held.
       2040-Add-Erase-Value.
           PERFORM VARYING WS-Value-Len FROM 30 BY -1
              UNTIL WS-Value-Len < 1 OR
                    WS-Value-Hold(WS-Value-Len:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           IF WS-Value-Len >= WS-EV-Min-Len
              SET WS-Value-Not-Held TO TRUE
              PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                 UNTIL WS-EV-IDX > WS-EV-Cnt
                 IF WS-EV-Value(WS-EV-IDX) = WS-Value-Hold
                    SET WS-Value-Held TO TRUE
                    SET WS-EV-IDX TO WS-EV-Cnt
                 END-IF
              END-PERFORM
              IF WS-Value-Not-Held
                 IF WS-EV-Cnt >= WS-EV-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Erase-Value-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-EV-Cnt
                 SET WS-EV-IDX TO WS-EV-Cnt
                 MOVE WS-Value-Hold TO WS-EV-Value(WS-EV-IDX)
                 MOVE WS-Value-Len TO WS-EV-Len(WS-EV-IDX)
              END-IF
           END-IF.

       2090-Write-Cert-Footing.
           MOVE SPACES TO FD-Cert-Record.
           IF WS-Req-Changed-Cnt = ZERO
              MOVE "NO COPY OF THE CONTACT WAS FOUND ON ANY FILE."
                 TO FD-Cert-Record
              PERFORM 3900-Write-Cert-Line
           ELSE
              MOVE WS-Req-Changed-Cnt TO WS-Count-Edit
              STRING "RECORDS THE CONTACT WAS ERASED FROM: "
                 WS-Count-Edit
                 DELIMITED BY SIZE INTO FD-Cert-Record
              PERFORM 3900-Write-Cert-Line
              MOVE SPACES TO FD-Cert-Record
              MOVE WS-Req-File-Cnt TO WS-Count-Edit
              STRING "FILES THE CONTACT WAS ERASED FROM:   "
                 WS-Count-Edit
                 DELIMITED BY SIZE INTO FD-Cert-Record
              PERFORM 3900-Write-Cert-Line
           END-IF.
           MOVE SPACES TO FD-Cert-Record.
           MOVE "THE ERASED DATA IS NOT RECORDED ON THIS CERTIFICATE."
              TO FD-Cert-Record.
           PERFORM 3900-Write-Cert-Line.

      *    The supplier's contact rows, keyed supplier + sequence:
      *    START at the supplier and read until the code changes.
       2100-Erase-Contout.
           MOVE ZERO TO WS-File-Read-Cnt.
           MOVE ZERO TO WS-File-Changed-Cnt.
           MOVE "CONTOUT" TO WS-Cert-File-Name.
           MOVE "REMOVED" TO WS-Cert-Change-Word.
           OPEN I-O ContOut.
           IF WS-ContOut-Good
              SET WS-File-Present TO TRUE
              MOVE WS-Req-Supplier(WS-Req-IDX) TO
                 Cont-SUPPLIER-CODE
              MOVE ZERO TO Cont-CONTACT-SEQ
              START ContOut KEY IS >= Cont-CONT-KEY
                 INVALID KEY SET WS-ContOut-EOF TO TRUE
              END-START
              PERFORM 2110-Check-One-Contout
                 UNTIL WS-ContOut-EOF
           ELSE
              SET WS-File-Not-Present TO TRUE
           END-IF.
           CLOSE ContOut.
           PERFORM 3800-Write-Cert-File-Line.

       2110-Check-One-Contout.
           READ ContOut NEXT RECORD
              AT END SET WS-ContOut-EOF TO TRUE
           END-READ.
           IF WS-ContOut-Good
              IF Cont-SUPPLIER-CODE NOT = WS-Req-Supplier(WS-Req-IDX)
                 SET WS-ContOut-EOF TO TRUE
              ELSE
                 ADD +1 TO WS-File-Read-Cnt
                 SET WS-Contact-Not-Matched TO TRUE
                 IF WS-Req-Name(WS-Req-IDX) > SPACES AND
                    Cont-CONTACT-NAME = WS-Req-Name(WS-Req-IDX)
                    SET WS-Contact-Matches TO TRUE
                 END-IF
                 IF WS-Req-Email(WS-Req-IDX) > SPACES AND
                    Cont-CONTACT-EMAIL = WS-Req-Email(WS-Req-IDX)
                    SET WS-Contact-Matches TO TRUE
                 END-IF
                 IF WS-Contact-Matches
                    PERFORM 2120-Delete-Contout-Row
                 END-IF
              END-IF
           END-IF.

       2120-Delete-Contout-Row.
           MOVE Cont-CONTACT-NAME TO WS-Value-Hold.
           PERFORM 2040-Add-Erase-Value.
           MOVE Cont-CONTACT-PHONE TO WS-Value-Hold.
           PERFORM 2040-Add-Erase-Value.
           MOVE Cont-CONTACT-EMAIL TO WS-Value-Hold.
           PERFORM 2040-Add-Erase-Value.
           DELETE ContOut RECORD
              INVALID KEY
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "CONTOUT" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "File Status: " WS-ContOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
           END-DELETE.
           ADD +1 TO WS-File-Changed-Cnt.

      *    One PSAPGOOD image, live or retained.  Only the
      *    supplier's data records are looked at; the *HDR* and
      *    *TRL* controls are read past untouched.
       2200-Mask-Good-File.
           MOVE ZERO TO WS-File-Read-Cnt.
           MOVE ZERO TO WS-File-Changed-Cnt.
           MOVE WS-Good-Path TO WS-Cert-File-Name.
           MOVE "MASKED" TO WS-Cert-Change-Word.
           OPEN I-O GoodFile.
           IF WS-GoodFile-Good
              SET WS-File-Present TO TRUE
              PERFORM 2210-Check-One-Good-Record
                 UNTIL WS-GoodFile-EOF
           ELSE
              SET WS-File-Not-Present TO TRUE
           END-IF.
           CLOSE GoodFile.
           PERFORM 3800-Write-Cert-File-Line.

       2210-Check-One-Good-Record.
           READ GoodFile
              AT END SET WS-GoodFile-EOF TO TRUE
           END-READ.
           IF WS-GoodFile-Good
              ADD +1 TO WS-File-Read-Cnt
              SET WS-Rec-Not-Changed TO TRUE
              IF PART-NUMBER(1:5) NOT = "*HDR*" AND
                 PART-NUMBER(1:5) NOT = "*TRL*" AND
                 SUPPLIER-CODE = WS-Req-Supplier(WS-Req-IDX) AND
                 NUM-CONTACTS IS NUMERIC AND
                 NUM-CONTACTS >= 1 AND NUM-CONTACTS <= 5
                 PERFORM 2220-Check-One-Good-Contact
                    VARYING CONT-IDX FROM 1 BY 1
                    UNTIL CONT-IDX > NUM-CONTACTS
              END-IF
              IF WS-Rec-Changed
                 REWRITE PART-SUPP-ADDR-PO
                 IF NOT WS-GoodFile-Good
                    MOVE "PSAP003E" TO WS-Msg-Id
                    MOVE WS-Good-Path TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    DISPLAY "File Status: " WS-GoodFile-Status
                    MOVE +8 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-File-Changed-Cnt
              END-IF
           END-IF.

       2220-Check-One-Good-Contact.
           SET WS-Contact-Not-Matched TO TRUE.
           IF WS-Req-Name(WS-Req-IDX) > SPACES AND
              CONTACT-NAME(CONT-IDX) = WS-Req-Name(WS-Req-IDX)
              SET WS-Contact-Matches TO TRUE
           END-IF.
           IF WS-Req-Email(WS-Req-IDX) > SPACES AND
              CONTACT-EMAIL(CONT-IDX) = WS-Req-Email(WS-Req-IDX)
              SET WS-Contact-Matches TO TRUE
           END-IF.
           IF WS-Contact-Matches
              MOVE CONTACT-NAME(CONT-IDX) TO WS-Value-Hold
              PERFORM 2040-Add-Erase-Value
              MOVE CONTACT-PHONE(CONT-IDX) TO WS-Value-Hold
              PERFORM 2040-Add-Erase-Value
              MOVE CONTACT-EMAIL(CONT-IDX) TO WS-Value-Hold
              PERFORM 2040-Add-Erase-Value
              MOVE WS-Erased-Name TO CONTACT-NAME(CONT-IDX)
              MOVE SPACES TO CONTACT-PHONE(CONT-IDX)
              MOVE SPACES TO CONTACT-EMAIL(CONT-IDX)
              SET WS-Rec-Changed TO TRUE
           END-IF.

       2250-Mask-Good-Generation.
           MOVE SPACES TO WS-Good-Path.
           STRING "../data/psapgood.g" WS-Gen-Sub ".dat.txt"
              DELIMITED BY SIZE INTO WS-Good-Path.
           PERFORM 2200-Mask-Good-File.

       2300-Scan-Rejects.
           MOVE ZERO TO WS-File-Read-Cnt.
           MOVE ZERO TO WS-File-Changed-Cnt.
           MOVE "PSAPREJS" TO WS-Cert-File-Name.
           MOVE "MASKED" TO WS-Cert-Change-Word.
           OPEN I-O RejectDetail.
           IF WS-RejectDetail-Good
              SET WS-File-Present TO TRUE
              PERFORM 2310-Scan-One-Reject
                 UNTIL WS-RejectDetail-EOF
           ELSE
              SET WS-File-Not-Present TO TRUE
           END-IF.
           CLOSE RejectDetail.
           PERFORM 3800-Write-Cert-File-Line.

       2310-Scan-One-Reject.
           READ RejectDetail
              AT END SET WS-RejectDetail-EOF TO TRUE
           END-READ.
           IF WS-RejectDetail-Good AND
              Rej-SUPPLIER-CODE = WS-Req-Supplier(WS-Req-IDX)
              ADD +1 TO WS-File-Read-Cnt
              MOVE SPACES TO WS-Scan-Area
              MOVE Rej-REJECT-REC TO WS-Scan-Area
              PERFORM 2900-Mask-Scan-Area
              IF WS-Scan-Hit-Cnt > ZERO
                 MOVE WS-Scan-Area TO Rej-REJECT-REC
                 REWRITE Rej-REJECT-REC
                 IF NOT WS-RejectDetail-Good
                    MOVE "PSAP003E" TO WS-Msg-Id
                    MOVE "PSAPREJS" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    DISPLAY "File Status: " WS-RejectDetail-Status
                    MOVE +8 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-File-Changed-Cnt
              END-IF
           END-IF.

       2400-Scan-Suspense.
           MOVE ZERO TO WS-File-Read-Cnt.
           MOVE ZERO TO WS-File-Changed-Cnt.
           MOVE "ERRSUSP" TO WS-Cert-File-Name.
           MOVE "MASKED" TO WS-Cert-Change-Word.
           OPEN I-O SuspFile.
           IF WS-SuspFile-Good
              SET WS-File-Present TO TRUE
              PERFORM 2410-Scan-One-Susp-Entry
                 UNTIL WS-SuspFile-EOF
           ELSE
              SET WS-File-Not-Present TO TRUE
           END-IF.
           CLOSE SuspFile.
           PERFORM 3800-Write-Cert-File-Line.

      *    The key stays as it is -- REWRITE may not change it,
      *    and a supplier code is not the contact's data.
       2410-Scan-One-Susp-Entry.
           READ SuspFile
              AT END SET WS-SuspFile-EOF TO TRUE
           END-READ.
           IF WS-SuspFile-Good AND
              Susp-SUPPLIER-CODE = WS-Req-Supplier(WS-Req-IDX)
              ADD +1 TO WS-File-Read-Cnt
              MOVE SPACES TO WS-Scan-Area
              MOVE Susp-SUSP-REC TO WS-Scan-Area
              MOVE SPACES TO WS-Scan-Area(1:33)
              PERFORM 2900-Mask-Scan-Area
              IF WS-Scan-Hit-Cnt > ZERO
                 MOVE Susp-SUSP-KEY TO WS-Scan-Area(1:33)
                 MOVE WS-Scan-Area TO Susp-SUSP-REC
                 REWRITE Susp-SUSP-REC
                 IF NOT WS-SuspFile-Good
                    MOVE "PSAP003E" TO WS-Msg-Id
                    MOVE "ERRSUSP" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    DISPLAY "File Status: " WS-SuspFile-Status
                    MOVE +8 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-File-Changed-Cnt
              END-IF
           END-IF.

      *    A line file is copied through the work file masked; it
      *    is only copied back, and its control line refreshed,
      *    when a copy of the contact was actually on it.
       2500-Scan-Text-File.
           MOVE ZERO TO WS-File-Read-Cnt.
           MOVE ZERO TO WS-File-Changed-Cnt.
           MOVE WS-Text-File-Name(WS-Text-IDX) TO WS-Cert-File-Name.
           MOVE "MASKED" TO WS-Cert-Change-Word.
           MOVE SPACES TO WS-Text-Path.
           MOVE WS-Text-File-Name(WS-Text-IDX) TO WS-Text-Path.
           OPEN INPUT TextFile.
           IF WS-TextFile-Good
              SET WS-File-Present TO TRUE
              OPEN OUTPUT WorkFile
              PERFORM 2510-Scan-One-Text-Line
                 UNTIL WS-TextFile-EOF
              CLOSE WorkFile
           ELSE
              SET WS-File-Not-Present TO TRUE
           END-IF.
           CLOSE TextFile.
           IF WS-File-Changed-Cnt > ZERO
              PERFORM 2520-Replace-Text-File
           END-IF.
           PERFORM 3800-Write-Cert-File-Line.
           IF WS-File-Changed-Cnt > ZERO
              PERFORM 2530-Refresh-Control-Line
           END-IF.

       2510-Scan-One-Text-Line.
           READ TextFile
              AT END SET WS-TextFile-EOF TO TRUE
           END-READ.
           IF WS-TextFile-Good
              ADD +1 TO WS-File-Read-Cnt
              MOVE FD-Text-Record TO WS-Scan-Area
              PERFORM 2900-Mask-Scan-Area
              IF WS-Scan-Hit-Cnt > ZERO
                 ADD +1 TO WS-File-Changed-Cnt
              END-IF
              WRITE FD-Work-Record FROM WS-Scan-Area
              IF NOT WS-WorkFile-Good
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "contact-erasure-work" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "File Status: " WS-WorkFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2520-Replace-Text-File.
           MOVE ZERO TO WS-Ctl-Count-Hold.
           MOVE ZERO TO WS-Ctl-Hash-Hold.
           OPEN INPUT WorkFile.
           OPEN OUTPUT TextFile.
           IF NOT WS-TextFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE WS-Text-Path TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-TextFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2525-Copy-One-Work-Line
              UNTIL WS-WorkFile-EOF.
           CLOSE WorkFile.
           CLOSE TextFile.

       2525-Copy-One-Work-Line.
           READ WorkFile
              AT END SET WS-WorkFile-EOF TO TRUE
           END-READ.
           IF WS-WorkFile-Good
              WRITE FD-Text-Record FROM FD-Work-Record
              IF NOT WS-TextFile-Good
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE WS-Text-Path TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "File Status: " WS-TextFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Ctl-Count-Hold
              MOVE SPACES TO WS-Hash-Record
              MOVE FD-Work-Record TO WS-Hash-Record
              CALL 'PSAPHASH' USING WS-Hash-Record WS-Ctl-Hash-Hold
           END-IF.

      *    Only a control line that is already there is
      *    refreshed -- a file PROMOTE doesn't verify gets none.
       2530-Refresh-Control-Line.
           MOVE SPACES TO WS-Ctl-Path.
           STRING WS-Text-Path DELIMITED BY SPACE
              ".ctl" DELIMITED BY SIZE INTO WS-Ctl-Path.
           OPEN INPUT CtlFile.
           IF WS-CtlFile-Good
              CLOSE CtlFile
              PERFORM 3850-Write-Control-Line
              MOVE SPACES TO FD-Cert-Record
              STRING "  CONTROL LINE RECOMPUTED: " WS-Ctl-Path
                 DELIMITED BY SIZE INTO FD-Cert-Record
              PERFORM 3900-Write-Cert-Line
           ELSE
              CLOSE CtlFile
           END-IF.

      *    Masks every held value found in WS-Scan-Area with
      *    asterisks of the value's own length.
       2900-Mask-Scan-Area.
           MOVE ZERO TO WS-Scan-Hit-Cnt.
           PERFORM 2910-Mask-One-Value
              VARYING WS-EV-IDX FROM 1 BY 1
              UNTIL WS-EV-IDX > WS-EV-Cnt.

       2910-Mask-One-Value.
           MOVE ZERO TO WS-Hit-Tally.
           INSPECT WS-Scan-Area TALLYING WS-Hit-Tally
              FOR ALL WS-EV-Value(WS-EV-IDX)
                 (1:WS-EV-Len(WS-EV-IDX)).
           IF WS-Hit-Tally > ZERO
              INSPECT WS-Scan-Area REPLACING
                 ALL WS-EV-Value(WS-EV-IDX)(1:WS-EV-Len(WS-EV-IDX))
                 BY WS-Mask-Fill(1:WS-EV-Len(WS-EV-IDX))
              ADD WS-Hit-Tally TO WS-Scan-Hit-Cnt
           END-IF.

       3000-End-Job.
           DISPLAY "CONTERAS: 3000-End-Job".
           CLOSE CertFile.
      *    The work file held masked lines only; it is emptied
      *    anyway, and so is the request file once worked.
           OPEN OUTPUT WorkFile.
           CLOSE WorkFile.
           IF FD-RequestFile-Record-Cnt > ZERO
              OPEN OUTPUT RequestFile
              CLOSE RequestFile
           END-IF.
           DISPLAY "  Cont-Eras: Requests Read:     "
              FD-RequestFile-Record-Cnt.
           DISPLAY "  Cont-Eras: Requests Erased:   "
              WS-Run-Erased-Cnt.
           DISPLAY "  Cont-Eras: Requests Refused:  "
              WS-Run-Refused-Cnt.
           DISPLAY "  Cont-Eras: Records Changed:   "
              WS-Run-Changed-Cnt.
           DISPLAY "  Cont-Eras: Certificate Lines: "
              FD-CertFile-Record-Cnt.
           IF WS-Run-Refused-Cnt > ZERO
              MOVE +4 TO RETURN-CODE
           END-IF.

       3800-Write-Cert-File-Line.
           MOVE SPACES TO FD-Cert-Record.
           MOVE WS-Cert-File-Name TO FD-Cert-Record(1:60).
           IF WS-File-Present
              MOVE WS-File-Read-Cnt TO WS-Count-Edit
              MOVE WS-Count-Edit TO FD-Cert-Record(67:11)
              MOVE WS-File-Changed-Cnt TO WS-Count-Edit
              MOVE WS-Count-Edit TO FD-Cert-Record(79:11)
              IF WS-File-Changed-Cnt > ZERO
                 MOVE WS-Cert-Change-Word TO FD-Cert-Record(92:12)
                 ADD WS-File-Changed-Cnt TO WS-Req-Changed-Cnt
                 ADD +1 TO WS-Req-File-Cnt
              ELSE
                 MOVE "NOT HELD" TO FD-Cert-Record(92:12)
              END-IF
           ELSE
              MOVE "NOT PRESENT" TO FD-Cert-Record(92:12)
           END-IF.
           PERFORM 3900-Write-Cert-Line.

       3850-Write-Control-Line.
           OPEN OUTPUT CtlFile.
           MOVE WS-Ctl-Count-Hold TO FD-Ctl-Count.
           MOVE WS-Ctl-Hash-Hold TO FD-Ctl-Hash.
           WRITE FD-Ctl-Record.
           IF NOT WS-CtlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE WS-Ctl-Path TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-CtlFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE CtlFile.

       3900-Write-Cert-Line.
           WRITE FD-Cert-Record.
           IF WS-CertFile-Good
              ADD +1 TO FD-CertFile-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3900-Write-Cert-Line"
              DISPLAY "Write CertFile Failed."
              DISPLAY "File Status: " WS-CertFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
