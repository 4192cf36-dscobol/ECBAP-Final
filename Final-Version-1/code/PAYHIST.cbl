      ***********************************************************
      * Program name:    PAYHIST
      * Original author: David Stagowski
      *
      *    Description: Post the approve-to-pay feed to the
      *       permanent payment history.
      *
      *    APMATCH rewrites ../data/ap-approve-feed.dat.txt every
      *    run (ERSSETL appends its settlements to the same run's
      *    copy), so the feed only ever holds the latest cycle's
      *    approvals.  Run after them, this appends every feed row
      *    to ../data/ap-payment-history.dat.txt stamped with the
      *    business date it was posted -- the calendar-year record
      *    TAX1099 totals for the 1099s.  A history record is the
      *    posting date in front of the first 60 bytes of the feed
      *    -- the payment itself; the PO's GL coding after it is
      *    AP's to post, not the 1099s'.
      *
      *    Append-only, the POARCH archive pattern: a cycle posted
      *    twice is harmless, TAX1099 counts each supplier and
      *    invoice once.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-04 dastagg       Created for year-end 1099
      *                          reporting
      * 2026-10-13 dastagg       Approve-to-pay feed widened to 124
      *                          for the PO's GL distribution; the
      *                          history keeps its 60-byte image.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYHIST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    APMATCH's SELECT is the authority on the feed.  A
      *    missing file just means nothing approved to post.
           SELECT ApproveFeedFile
           ASSIGN TO "../data/ap-approve-feed.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ApproveFeedFile-Status.

           SELECT BusinessDateFile
           ASSIGN TO PSAPBDTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BusinessDateFile-Status.

           SELECT PayHistFile
           ASSIGN TO "../data/ap-payment-history.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PayHistFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ApproveFeedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ApproveFeed-Record        PIC X(124).

       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BusinessDate-Record       PIC 9(08).

       FD  PayHistFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PayHist-Record.
           05 FD-PayHist-Posted         PIC X(08).
           05 FD-PayHist-Image          PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ApproveFeedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BusinessDateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PayHistFile==.

       01  WS-File-Counters.
           12 FD-ApproveFeed-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 WS-Posted-Cnt                PIC S9(4) COMP VALUE ZERO.

       01  WS-Control-Fields.
           12 WS-Business-Date             PIC 9(08) VALUE ZERO.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Post-One-Approval
              UNTIL WS-ApproveFeedFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "PAYHIST: 1000-Begin-Job".
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
           OPEN INPUT ApproveFeedFile.
           IF NOT WS-ApproveFeedFile-Good
              SET WS-ApproveFeedFile-EOF TO TRUE
           END-IF.
      *    EXTEND appends to the permanent history; first run
      *    falls back to creating it.
           OPEN EXTEND PayHistFile.
           IF NOT WS-PayHistFile-Good
              OPEN OUTPUT PayHistFile
           END-IF.
           IF NOT WS-PayHistFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "ap-payment-history" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-PayHistFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-Post-One-Approval.
           READ ApproveFeedFile
              AT END SET WS-ApproveFeedFile-EOF TO TRUE
           END-READ.
           IF WS-ApproveFeedFile-Good
              ADD +1 TO FD-ApproveFeed-Record-Cnt
              MOVE WS-Business-Date TO FD-PayHist-Posted
              MOVE FD-ApproveFeed-Record(1:60) TO FD-PayHist-Image
              WRITE FD-PayHist-Record
              IF WS-PayHistFile-Good
                 ADD +1 TO WS-Posted-Cnt
              ELSE
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "ap-payment-history" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Post-One-Approval"
                 DISPLAY "File Status: " WS-PayHistFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              IF WS-ApproveFeedFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "ap-approve-feed" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Post-One-Approval"
                 DISPLAY "File Status: " WS-ApproveFeedFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       3000-End-Job.
           DISPLAY "PAYHIST: 3000-End-Job".
           CLOSE ApproveFeedFile PayHistFile.
           DISPLAY "  Pay-Hist: Approvals Read:  "
              FD-ApproveFeed-Record-Cnt.
           DISPLAY "  Pay-Hist: Posted:          " WS-Posted-Cnt.
