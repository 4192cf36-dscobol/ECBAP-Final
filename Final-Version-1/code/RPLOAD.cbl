      ***********************************************************
      * Program name:    RPLOAD
      * Original author: David Stagowski
      *
      *    Description: Build the restricted-party reference list
      *       from the published government lists.
      *
      *    Compliance downloads the consolidated screening lists
      *    (SDN, Entity List, Denied Persons, Unverified List,
      *    the debarment list) plus its own embargoed-country
      *    rows into one delimited file,
      *    ../data/rp-list-download.dat.txt, one entry per line:
      *      source|entry id|name|city|country
      *    source is SDN, ENT, DPL, UVL, DEB or EMB; an EMB line
      *    carries only the country it embargoes.
      *
      *    This edits each line, upper-cases it, drops repeats
      *    of a source and entry id, and writes the result to
      *    ../data/restricted-parties-new.dat.txt with the
      *    count/hash control file PROMOTE verifies beside it --
      *    the SUPCLMNT pattern.  Nothing is screened against the
      *    new list until the RPLIST pair is promoted; the next
      *    RPRESCRN run then re-screens every existing supplier
      *    against it.  Rejected lines are listed on SYSOUT.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-05 dastagg       Created for restricted-party
      *                          screening
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DownloadFile
           ASSIGN TO "../data/rp-list-download.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DownloadFile-Status.

           SELECT NewRpListFile
           ASSIGN TO "../data/restricted-parties-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewRpListFile-Status.

           SELECT RpListCtlFile
           ASSIGN TO "../data/restricted-parties-new.dat.txt.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RpListCtlFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  DownloadFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Download-Record           PIC X(200).

       FD  NewRpListFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RPLIST REPLACING ==:tag:== BY ==NewRpl==.

       FD  RpListCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RpListCtl-Record.
           05 FD-Ctl-Count              PIC 9(09).
           05 FD-Ctl-Hash               PIC 9(13).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==DownloadFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewRpListFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RpListCtlFile==.

       01  WS-File-Counters.
           12 FD-Download-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-NewRpList-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Repeat-Cnt                PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Line-Valid-Flag           PIC X.
              88 WS-Line-Valid                VALUE 'Y'.
              88 WS-Line-Invalid              VALUE 'N'.
           12 WS-Seen-Found-Flag           PIC X.
              88 WS-Seen-Found                VALUE 'Y'.
              88 WS-Seen-Not-Found            VALUE 'N'.

      *    One line split into its columns.
           COPY RPLIST REPLACING ==:tag:== BY ==Dl==.

      *    Source and entry id of every entry written, so a name
      *    published twice is screened once.
       01  WS-Seen-Storage.
           12 WS-Seen-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Seen-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Seen-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Seen-Cnt
              INDEXED BY WS-Seen-IDX.
              15 WS-Seen-Source            PIC X(03).
              15 WS-Seen-Entry-Id          PIC X(10).

       01  WS-Case-Fields.
           12 WS-Lower-Case                PIC X(26) VALUE
              "abcdefghijklmnopqrstuvwxyz".
           12 WS-Upper-Case                PIC X(26) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-New-File-Hash             PIC 9(13) VALUE ZERO.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Load-One-Line UNTIL WS-DownloadFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "RPLOAD: 1000-Begin-Job".
           OPEN INPUT DownloadFile.
           IF NOT WS-DownloadFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "rp-list-download" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open DownloadFile Failed."
              DISPLAY "File Status: " WS-DownloadFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT NewRpListFile.

       2000-Load-One-Line.
           READ DownloadFile
              AT END SET WS-DownloadFile-EOF TO TRUE
           END-READ.
           IF WS-DownloadFile-Good
              ADD +1 TO FD-Download-Record-Cnt
              PERFORM 2100-Split-Line
              PERFORM 2200-Validate-Line
              IF WS-Line-Valid
                 PERFORM 2300-Check-Repeat
                 IF WS-Seen-Found
                    ADD +1 TO WS-Repeat-Cnt
                 ELSE
                    PERFORM 2500-Write-Entry
                 END-IF
              ELSE
                 ADD +1 TO WS-Rejected-Cnt
              END-IF
           ELSE
              IF WS-DownloadFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "rp-list-download" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Load-One-Line"
                 DISPLAY "File Status: " WS-DownloadFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2100-Split-Line.
           MOVE SPACES TO Dl-RESTRICTED-PARTY.
           INSPECT FD-Download-Record
              CONVERTING WS-Lower-Case TO WS-Upper-Case.
           UNSTRING FD-Download-Record
              DELIMITED BY "|"
              INTO Dl-LIST-SOURCE Dl-ENTRY-ID Dl-PARTY-NAME
                   Dl-PARTY-CITY Dl-COUNTRY-CODE
           END-UNSTRING.

       2200-Validate-Line.
           SET WS-Line-Valid TO TRUE.
           EVALUATE TRUE
              WHEN NOT Dl-SRC-VALID
                 SET WS-Line-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Unknown List Source: "
                    Dl-LIST-SOURCE "-" Dl-ENTRY-ID
              WHEN Dl-ENTRY-ID = SPACES
                 SET WS-Line-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Entry Id Missing: "
                    Dl-LIST-SOURCE "-" Dl-PARTY-NAME
              WHEN Dl-SRC-EMBARGO AND Dl-COUNTRY-CODE = SPACES
                 SET WS-Line-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Embargo Without Country: "
                    Dl-LIST-SOURCE "-" Dl-ENTRY-ID
              WHEN NOT Dl-SRC-EMBARGO AND Dl-PARTY-NAME = SPACES
                 SET WS-Line-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Party Name Missing: "
                    Dl-LIST-SOURCE "-" Dl-ENTRY-ID
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *    An embargo names a country, not a party -- a stray
      *    name on one would only muddy the screening.
           IF WS-Line-Valid AND Dl-SRC-EMBARGO
              MOVE SPACES TO Dl-PARTY-NAME Dl-PARTY-CITY
           END-IF.

       2300-Check-Repeat.
           SET WS-Seen-Not-Found TO TRUE.
           PERFORM VARYING WS-Seen-IDX FROM 1 BY 1
              UNTIL WS-Seen-IDX > WS-Seen-Cnt
              IF WS-Seen-Source(WS-Seen-IDX) = Dl-LIST-SOURCE AND
                 WS-Seen-Entry-Id(WS-Seen-IDX) = Dl-ENTRY-ID
                 SET WS-Seen-Found TO TRUE
                 SET WS-Seen-IDX TO WS-Seen-Cnt
              END-IF
           END-PERFORM.
           IF WS-Seen-Not-Found
              IF WS-Seen-Cnt >= WS-Seen-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Seen-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Seen-Cnt
              SET WS-Seen-IDX TO WS-Seen-Cnt
              MOVE Dl-LIST-SOURCE TO WS-Seen-Source(WS-Seen-IDX)
              MOVE Dl-ENTRY-ID TO WS-Seen-Entry-Id(WS-Seen-IDX)
           END-IF.

       2500-Write-Entry.
           MOVE Dl-RESTRICTED-PARTY TO NewRpl-RESTRICTED-PARTY.
           WRITE NewRpl-RESTRICTED-PARTY.
           IF WS-NewRpListFile-Good
              ADD +1 TO FD-NewRpList-Record-Cnt
              MOVE SPACES TO WS-Hash-Record
              MOVE NewRpl-RESTRICTED-PARTY TO WS-Hash-Record
              CALL 'PSAPHASH' USING WS-Hash-Record
                 WS-New-File-Hash
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "restricted-parties-new" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2500-Write-Entry"
              DISPLAY "File Status: " WS-NewRpListFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "RPLOAD: 3000-End-Job".
           CLOSE DownloadFile NewRpListFile.
      *    The control line PROMOTE verifies the RPLIST pair
      *    against -- count and the PSAPHASH hash of every
      *    record written.
           OPEN OUTPUT RpListCtlFile.
           MOVE FD-NewRpList-Record-Cnt TO FD-Ctl-Count.
           MOVE WS-New-File-Hash TO FD-Ctl-Hash.
           WRITE FD-RpListCtl-Record.
           CLOSE RpListCtlFile.
           DISPLAY "  Rp-Load: Lines Read:     "
              FD-Download-Record-Cnt.
           DISPLAY "  Rp-Load: Entries Written: "
              FD-NewRpList-Record-Cnt.
           DISPLAY "  Rp-Load: Repeats Dropped: " WS-Repeat-Cnt.
           DISPLAY "  Rp-Load: Lines Rejected:  " WS-Rejected-Cnt.
