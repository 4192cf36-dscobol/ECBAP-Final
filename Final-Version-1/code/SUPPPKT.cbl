      *    file carries every supplier's document in sequence,
      *    separated by a banner line per vendor.
      *
      *    The packet closes with the parts the supplier is
      *    sourced for on PSAPXREF, each with its ABC spend class
      *    from ABCSPEND's part-class file and the single-source
      *    flag where the supplier is an A or B part's only
      *    source.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-01 dastagg       Created for review packets
      * 2026-09-23 dastagg       Parts-supplied section with ABC
      *                          class and single-source flag.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           RECORD KEY IS Cont-CONT-KEY
           FILE STATUS IS WS-ContOut-Status.

      *    XrefFile's own SELECT in PSAP.cbl is the authority --
      *    browsed through the supplier alternate key, the
      *    PARTSUPQ idiom.
           SELECT XrefFile
           ASSIGN TO PSAPXREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Xref-XREF-KEY
           ALTERNATE RECORD KEY IS Xref-XREF-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-XrefFile-Status.

      *    ABCSPEND's part spend classes (PARTCLS).
           SELECT PartClassFile
           ASSIGN TO "../data/part-class.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PartClassFile-Status.

           SELECT PacketFile
           ASSIGN TO "../data/supplier-review-packet.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
           COPY CONTOUT REPLACING ==:tag:== BY ==Cont==.

       FD  XrefFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY XREFOUT REPLACING ==:tag:== BY ==Xref==.

       FD  PartClassFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTCLS REPLACING ==:tag:== BY ==Cls==.

       FD  PacketFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           COPY WSFST REPLACING ==:tag:== BY ==SuppQualityFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AgingRptFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ContOut==.
           COPY WSFST REPLACING ==:tag:== BY ==XrefFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartClassFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PacketFile==.

       01  WS-Run-Counters.
              88 WS-Browse-Done               VALUE 'Y'.
              88 WS-Browse-More               VALUE 'N'.

       01  WS-Part-Class-Storage.
           12 WS-Class-Max-Cnt             PIC S9(4) COMP VALUE +9999.
           12 WS-Class-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Class-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Class-Cnt
              INDEXED BY WS-Class-IDX.
              15 WS-Class-Part             PIC X(23).
              15 WS-Class-Abc              PIC X(01).
              15 WS-Class-Single-Source    PIC X(01).
              15 WS-Class-Rank             PIC 9(05).

       01  WS-Current-Supplier             PIC X(10) VALUE SPACES.
       01  WS-Quality-Run-Date             PIC X(13) VALUE SPACES.

              SET WS-RequestFile-EOF TO TRUE
           END-IF.
           OPEN INPUT ContOut.
           OPEN INPUT XrefFile.
           PERFORM 1040-Load-Part-Classes.
           OPEN OUTPUT PacketFile.

      *    A missing class file just leaves the parts unclassed.
       1040-Load-Part-Classes.
           OPEN INPUT PartClassFile.
           IF WS-PartClassFile-Good
              PERFORM 1045-Load-One-Part-Class
                 UNTIL WS-PartClassFile-EOF
              CLOSE PartClassFile
           END-IF.

       1045-Load-One-Part-Class.
           READ PartClassFile
              AT END SET WS-PartClassFile-EOF TO TRUE
           END-READ.
           IF WS-PartClassFile-Good
              IF WS-Class-Cnt >= WS-Class-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Part-Class-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Class-Cnt
              SET WS-Class-IDX TO WS-Class-Cnt
              MOVE Cls-PART-NUMBER TO WS-Class-Part(WS-Class-IDX)
              MOVE Cls-ABC-CLASS TO WS-Class-Abc(WS-Class-IDX)
              MOVE Cls-SINGLE-SOURCE-FLAG TO
                 WS-Class-Single-Source(WS-Class-IDX)
              MOVE Cls-SPEND-RANK TO WS-Class-Rank(WS-Class-IDX)
           END-IF.

       2000-Build-One-Packet.
           READ RequestFile
              AT END SET WS-RequestFile-EOF TO TRUE
              PERFORM 2400-Pull-Quality-Rows
              PERFORM 2500-Pull-Aging-Rows
              PERFORM 2600-Pull-Contacts
              PERFORM 2700-Pull-Parts-Supplied
           END-IF.

       2100-Write-Banner.
              SET WS-Browse-Done TO TRUE
           END-IF.

       2700-Pull-Parts-Supplied.
           MOVE SPACES TO FD-Packet-Record.
           MOVE "-- PARTS SUPPLIED (PSAPXREF, ABC CLASS)" TO
              FD-Packet-Record(1:39).
           PERFORM 2990-Write-Packet-Line.
           MOVE ZERO TO WS-Section-Hit-Cnt.
           SET WS-Browse-More TO TRUE.
           MOVE WS-Current-Supplier TO Xref-XREF-SUPPLIER-CODE.
           START XrefFile KEY >= Xref-XREF-SUPPLIER-CODE
              INVALID KEY SET WS-Browse-Done TO TRUE
           END-START.
           PERFORM 2710-Pull-One-Part UNTIL WS-Browse-Done.
           PERFORM 2950-Note-Empty-Section.

       2710-Pull-One-Part.
           READ XrefFile NEXT
              AT END SET WS-Browse-Done TO TRUE
           END-READ.
           IF WS-XrefFile-Good AND
              Xref-XREF-SUPPLIER-CODE = WS-Current-Supplier
              ADD +1 TO WS-Section-Hit-Cnt
              MOVE SPACES TO FD-Packet-Record
              MOVE Xref-XREF-PART-NUMBER TO FD-Packet-Record(4:23)
              PERFORM VARYING WS-Class-IDX FROM 1 BY 1
                 UNTIL WS-Class-IDX > WS-Class-Cnt
                 IF WS-Class-Part(WS-Class-IDX) =
                    Xref-XREF-PART-NUMBER
                    STRING "ABC CLASS " WS-Class-Abc(WS-Class-IDX)
                       "  SPEND RANK " WS-Class-Rank(WS-Class-IDX)
                       DELIMITED BY SIZE INTO FD-Packet-Record(29:30)
                    IF WS-Class-Single-Source(WS-Class-IDX) = 'Y'
                       MOVE "** SINGLE SOURCE **" TO
                          FD-Packet-Record(61:19)
                    END-IF
                    SET WS-Class-IDX TO WS-Class-Cnt
                 END-IF
              END-PERFORM
              PERFORM 2990-Write-Packet-Line
           ELSE
              SET WS-Browse-Done TO TRUE
           END-IF.

       2950-Note-Empty-Section.
           IF WS-Section-Hit-Cnt = ZERO
              MOVE SPACES TO FD-Packet-Record

       3000-End-Job.
           DISPLAY "SUPPPKT: 3000-End-Job".
           CLOSE RequestFile ContOut XrefFile PacketFile.
           DISPLAY "  Supp-Pkt: Packets Built: " WS-Packet-Cnt.
           DISPLAY "  Supp-Pkt: Lines Written: "
              FD-Packet-Record-Cnt.
