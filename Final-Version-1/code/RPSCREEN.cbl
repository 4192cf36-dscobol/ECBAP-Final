      ***********************************************************
      * Program name:    RPSCREEN
      * Original author: David Stagowski
      *
      *    Description: Common restricted-party screening
      *       routine.
      *
      *    Nothing stopped us buying from a denied or sanctioned
      *    party -- nobody compared supplier names or addresses
      *    against the published lists at all.  Every supplier
      *    name and every address now comes through here (from
      *    SUPPCALL and ADDRCALL on every load, and from RPRESCRN
      *    for the periodic full re-screen) and is scored against
      *    RPLOAD's restricted-party list.
      *
      *    Matching: both names are upper-cased, stripped to
      *    letters and digits with corporate suffixes (INC, LLC,
      *    LTD, CORP ...) dropped, and scored on shared letter
      *    pairs -- 100 is identical, and a transposed or
      *    missing letter still scores in the 80s and 90s.  A
      *    15-byte SUPPLIER-NAME or address line filled to the
      *    last byte is taken as cut short, and only compared
      *    against as much of the listed name.  A name scoring
      *    50 or better picks up 10 for the same country and 10
      *    for the same city.  An embargoed-country entry is a
      *    100 on any address in that country.  Names are only
      *    compared against entries that start with the same
      *    letter -- what keeps a full list affordable on every
      *    record of every load.
      *
      *    A score at or over the threshold (85, or the first
      *    three digits of ../data/rp-screen-control.dat.txt) is
      *    a probable hit.  It is looked up on the compliance
      *    review queue by supplier, screened value and list
      *    entry: cleared there, it is no hit; open or blocked,
      *    it is a hit; not there yet, it goes on the queue OPEN
      *    and is a hit.  A hit is what holds the supplier's
      *    POs.
      *
      *    The list, the threshold and the queue load once, on
      *    the first call -- the UOMCONV idiom -- and each value
      *    is scored once per run; repeats are answered from the
      *    run's cache.  No list staged means screening is off
      *    and nothing is a hit.
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
       PROGRAM-ID. RPSCREEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RpListFile
           ASSIGN TO "../data/restricted-parties.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RpListFile-Status.

           SELECT RpQueueFile
           ASSIGN TO "../data/rp-review-queue.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RpQueueFile-Status.

           SELECT RpCtlFile
           ASSIGN TO "../data/rp-screen-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RpCtlFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RpListFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RPLIST REPLACING ==:tag:== BY ==Rpl==.

       FD  RpQueueFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RPQUEUE REPLACING ==:tag:== BY ==Rpq==.

       FD  RpCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RpCtl-Record.
           05 FD-RpCtl-Threshold        PIC 9(03).
           05 FILLER                    PIC X(77).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RpListFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RpQueueFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RpCtlFile==.

       01  WS-Load-Flags.
           12 WS-Loaded-Flag               PIC X VALUE 'N'.
              88 WS-Loaded                    VALUE 'Y'.
           12 WS-Ended-Flag                PIC X VALUE 'N'.
              88 WS-Ended                     VALUE 'Y'.
           12 WS-List-Active-Flag          PIC X VALUE 'N'.
              88 WS-List-Active               VALUE 'Y'.
           12 WS-Queue-Open-Flag           PIC X VALUE 'N'.
              88 WS-Queue-Open                VALUE 'Y'.

       01  WS-Threshold                    PIC 9(03) VALUE 85.

       01  WS-Run-Counters.
           12 WS-Screened-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Cache-Hit-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Open-Hit-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Queued-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Cleared-Cnt               PIC S9(4) COMP VALUE ZERO.

       01  WS-RP-Table-Storage.
           12 WS-RP-Max-Cnt                PIC S9(4) COMP VALUE +9999.
           12 WS-RP-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-RP-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-RP-Cnt
              INDEXED BY WS-RP-IDX.
              15 WS-RP-Source              PIC X(03).
              15 WS-RP-Entry-Id            PIC X(10).
              15 WS-RP-Name                PIC X(40).
              15 WS-RP-City                PIC X(15).
              15 WS-RP-Country             PIC X(03).
              15 WS-RP-Key                 PIC X(40).
              15 WS-RP-Key-Len             PIC S9(4) COMP.

       01  WS-Queue-Search.
           12 WS-Q-Found-Flag              PIC X.
              88 WS-Q-Found                   VALUE 'Y'.
              88 WS-Q-Not-Found               VALUE 'N'.
           12 WS-Q-Match-IDX               PIC S9(4) COMP VALUE ZERO.

       01  WS-Queue-Table-Storage.
           12 WS-Q-Max-Cnt                 PIC S9(4) COMP VALUE +9999.
           12 WS-Q-Cnt                     PIC S9(4) COMP VALUE ZERO.
           12 WS-Q-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Q-Cnt
              INDEXED BY WS-Q-IDX.
              15 WS-Q-Status               PIC X(01).
                 88 WS-Q-Cleared              VALUE 'C'.
              15 WS-Q-Supplier             PIC X(10).
              15 WS-Q-Kind                 PIC X(01).
              15 WS-Q-Address-Type         PIC X(01).
              15 WS-Q-Name                 PIC X(40).
              15 WS-Q-City                 PIC X(15).
              15 WS-Q-Country              PIC X(03).
              15 WS-Q-Source               PIC X(03).
              15 WS-Q-Entry-Id             PIC X(10).

       01  WS-Cache-Search.
           12 WS-Cache-Found-Flag          PIC X.
              88 WS-Cache-Found               VALUE 'Y'.
              88 WS-Cache-Not-Found           VALUE 'N'.
           12 WS-Cache-Match-IDX           PIC S9(4) COMP VALUE ZERO.
           12 WS-Cache-Key-Hold.
              15 WS-CK-Kind                PIC X(01).
              15 WS-CK-Address-Type        PIC X(01).
              15 WS-CK-Supplier            PIC X(10).
              15 WS-CK-Name                PIC X(40).
              15 WS-CK-City                PIC X(15).
              15 WS-CK-Country             PIC X(03).

      *    One row per value scored this run, with its answer --
      *    a supplier shipping fifty parts is scored once.  A
      *    full cache just stops caching.
       01  WS-Cache-Storage.
           12 WS-Cache-Max-Cnt             PIC S9(4) COMP VALUE +9999.
           12 WS-Cache-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Cache-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Cache-Cnt
              INDEXED BY WS-Cache-IDX.
              15 WS-Cache-Key              PIC X(70).
              15 WS-Cache-Result           PIC X(01).
              15 WS-Cache-Score            PIC 9(03).
              15 WS-Cache-Source           PIC X(03).
              15 WS-Cache-Entry-Id         PIC X(10).
              15 WS-Cache-List-Name        PIC X(40).

       01  WS-Candidate-Fields.
           12 WS-Cand-Key                  PIC X(40) VALUE SPACES.
           12 WS-Cand-Len                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Cand-City                 PIC X(15) VALUE SPACES.
           12 WS-Cand-Country              PIC X(03) VALUE SPACES.
           12 WS-Cand-Truncated-Flag       PIC X VALUE 'N'.
              88 WS-Cand-Truncated            VALUE 'Y'.
              88 WS-Cand-Whole                VALUE 'N'.

       01  WS-Normalize-Work.
           12 WS-Norm-In                   PIC X(40) VALUE SPACES.
           12 WS-Norm-Out                  PIC X(40) VALUE SPACES.
           12 WS-Norm-Out-Len              PIC S9(4) COMP VALUE ZERO.
           12 WS-Norm-In-IDX               PIC S9(4) COMP VALUE ZERO.
           12 WS-Norm-Byte                 PIC X(01) VALUE SPACE.
              88 WS-Norm-Keep-Byte
                 VALUE 'A' THRU 'I' 'J' THRU 'R' 'S' THRU 'Z'
                       '0' THRU '9'.
           12 WS-Norm-Word                 PIC X(40) VALUE SPACES.
              88 WS-Norm-Noise-Word
                 VALUE 'INC' 'INCORPORATED' 'LLC' 'LTD' 'LIMITED'
                       'CO' 'CORP' 'CORPORATION' 'COMPANY'
                       'GMBH' 'AG' 'SA' 'SRL' 'BV' 'NV' 'PLC'
                       'THE'.
           12 WS-Norm-Word-Len             PIC S9(4) COMP VALUE ZERO.
           12 WS-Lower-Case                PIC X(26) VALUE
              "abcdefghijklmnopqrstuvwxyz".
           12 WS-Upper-Case                PIC X(26) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-Score-Work.
           12 WS-Cmp-Len                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Bi-I                      PIC S9(4) COMP VALUE ZERO.
           12 WS-Bi-J                      PIC S9(4) COMP VALUE ZERO.
           12 WS-Bi-Matches                PIC S9(4) COMP VALUE ZERO.
           12 WS-Bi-Used                   PIC X(40) VALUE SPACES.
           12 WS-Name-Score                PIC S9(4) COMP VALUE ZERO.
           12 WS-Entry-Score               PIC S9(4) COMP VALUE ZERO.
           12 WS-Best-Possible             PIC S9(4) COMP VALUE ZERO.
           12 WS-Shorter-Len               PIC S9(4) COMP VALUE ZERO.

       COPY MSGAREA.

       LINKAGE SECTION.
       01  LS-Rps-Request.
           05  LS-Rps-Function           PIC X(01).
           05  LS-Rps-Kind               PIC X(01).
                88 LS-Rps-Kind-Supplier   VALUE 'S'.
                88 LS-Rps-Kind-Address    VALUE 'A'.
           05  LS-Rps-Supplier-Code      PIC X(10).
           05  LS-Rps-Address-Type       PIC X(01).
           05  LS-Rps-Name               PIC X(40).
           05  LS-Rps-City               PIC X(15).
           05  LS-Rps-Country            PIC X(03).
           05  LS-Rps-Business-Date      PIC 9(08).
           05  LS-Rps-Result-Flag        PIC X(01).
                88 LS-Rps-No-Hit          VALUE 'N'.
                88 LS-Rps-Open-Hit        VALUE 'H'.
           05  LS-Rps-Queued-Flag        PIC X(01).
                88 LS-Rps-Newly-Queued    VALUE 'Y'.
                88 LS-Rps-Not-Queued      VALUE 'N'.
           05  LS-Rps-Score              PIC 9(03).
           05  LS-Rps-List-Source        PIC X(03).
           05  LS-Rps-List-Entry-Id      PIC X(10).
           05  LS-Rps-List-Name          PIC X(40).

       PROCEDURE DIVISION USING LS-Rps-Request.
       0000-Mainline.
           IF LS-Rps-Function = 'E'
              PERFORM 3000-End-Screening
           ELSE
              IF NOT WS-Loaded
                 PERFORM 1000-Load-Reference
              END-IF
              PERFORM 2000-Screen-One-Value
           END-IF.
           GOBACK.

       1000-Load-Reference.
           SET WS-Loaded TO TRUE.
           PERFORM 1010-Load-Threshold.
           PERFORM 1020-Load-List.
           PERFORM 1040-Load-Queue.

      *    A missing or unreadable control file keeps 85.
       1010-Load-Threshold.
           OPEN INPUT RpCtlFile.
           IF WS-RpCtlFile-Good
              READ RpCtlFile
              IF WS-RpCtlFile-Good AND
                 FD-RpCtl-Threshold IS NUMERIC AND
                 FD-RpCtl-Threshold > ZERO AND
                 FD-RpCtl-Threshold <= 100
                 MOVE FD-RpCtl-Threshold TO WS-Threshold
              END-IF
              CLOSE RpCtlFile
           END-IF.

       1020-Load-List.
           OPEN INPUT RpListFile.
           IF WS-RpListFile-Good
              PERFORM 1025-Load-One-Party
                 UNTIL WS-RpListFile-EOF
              CLOSE RpListFile
           END-IF.
           IF WS-RP-Cnt > ZERO
              SET WS-List-Active TO TRUE
           ELSE
              DISPLAY "RPSCREEN: no restricted-party list -- "
                 "screening off."
           END-IF.

       1025-Load-One-Party.
           READ RpListFile
              AT END SET WS-RpListFile-EOF TO TRUE
           END-READ.
           IF WS-RpListFile-Good
              IF WS-RP-Cnt >= WS-RP-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-RP-Table-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-RP-Cnt
              SET WS-RP-IDX TO WS-RP-Cnt
              MOVE Rpl-LIST-SOURCE TO WS-RP-Source(WS-RP-IDX)
              MOVE Rpl-ENTRY-ID TO WS-RP-Entry-Id(WS-RP-IDX)
              MOVE Rpl-PARTY-NAME TO WS-RP-Name(WS-RP-IDX)
              MOVE Rpl-PARTY-CITY TO WS-RP-City(WS-RP-IDX)
              IF Rpl-COUNTRY-CODE = 'USA'
                 MOVE 'US ' TO WS-RP-Country(WS-RP-IDX)
              ELSE
                 MOVE Rpl-COUNTRY-CODE TO WS-RP-Country(WS-RP-IDX)
              END-IF
              MOVE Rpl-PARTY-NAME TO WS-Norm-In
              PERFORM 2100-Normalize-Name
              MOVE WS-Norm-Out TO WS-RP-Key(WS-RP-IDX)
              MOVE WS-Norm-Out-Len TO WS-RP-Key-Len(WS-RP-IDX)
           END-IF.

      *    A missing queue just means nothing has ever hit.
       1040-Load-Queue.
           OPEN INPUT RpQueueFile.
           IF WS-RpQueueFile-Good
              PERFORM 1045-Load-One-Queue-Row
                 UNTIL WS-RpQueueFile-EOF
              CLOSE RpQueueFile
           END-IF.

       1045-Load-One-Queue-Row.
           READ RpQueueFile
              AT END SET WS-RpQueueFile-EOF TO TRUE
           END-READ.
           IF WS-RpQueueFile-Good
              PERFORM 2550-Add-Queue-Row
              MOVE Rpq-REVIEW-STATUS TO WS-Q-Status(WS-Q-IDX)
              MOVE Rpq-SUPPLIER-CODE TO WS-Q-Supplier(WS-Q-IDX)
              MOVE Rpq-SCREEN-KIND TO WS-Q-Kind(WS-Q-IDX)
              MOVE Rpq-ADDRESS-TYPE TO WS-Q-Address-Type(WS-Q-IDX)
              MOVE Rpq-SCREENED-NAME TO WS-Q-Name(WS-Q-IDX)
              MOVE Rpq-SCREENED-CITY TO WS-Q-City(WS-Q-IDX)
              MOVE Rpq-SCREENED-COUNTRY TO WS-Q-Country(WS-Q-IDX)
              MOVE Rpq-LIST-SOURCE TO WS-Q-Source(WS-Q-IDX)
              MOVE Rpq-LIST-ENTRY-ID TO WS-Q-Entry-Id(WS-Q-IDX)
           END-IF.

       2000-Screen-One-Value.
           SET LS-Rps-No-Hit TO TRUE.
           SET LS-Rps-Not-Queued TO TRUE.
           MOVE ZERO TO LS-Rps-Score.
           MOVE SPACES TO LS-Rps-List-Source LS-Rps-List-Entry-Id
                          LS-Rps-List-Name.
           IF WS-List-Active AND LS-Rps-Name > SPACES
              PERFORM 2010-Find-Cached-Value
              IF WS-Cache-Found
                 ADD +1 TO WS-Cache-Hit-Cnt
                 MOVE WS-Cache-Result(WS-Cache-Match-IDX)
                    TO LS-Rps-Result-Flag
                 MOVE WS-Cache-Score(WS-Cache-Match-IDX)
                    TO LS-Rps-Score
                 MOVE WS-Cache-Source(WS-Cache-Match-IDX)
                    TO LS-Rps-List-Source
                 MOVE WS-Cache-Entry-Id(WS-Cache-Match-IDX)
                    TO LS-Rps-List-Entry-Id
                 MOVE WS-Cache-List-Name(WS-Cache-Match-IDX)
                    TO LS-Rps-List-Name
              ELSE
                 ADD +1 TO WS-Screened-Cnt
                 PERFORM 2050-Prepare-Candidate
                 PERFORM 2200-Score-One-Entry
                    VARYING WS-RP-IDX FROM 1 BY 1
                    UNTIL WS-RP-IDX > WS-RP-Cnt
                 IF LS-Rps-Open-Hit
                    ADD +1 TO WS-Open-Hit-Cnt
                 END-IF
                 PERFORM 2600-Save-Cached-Value
              END-IF
           END-IF.

       2010-Find-Cached-Value.
           MOVE LS-Rps-Kind TO WS-CK-Kind.
           MOVE LS-Rps-Address-Type TO WS-CK-Address-Type.
           MOVE LS-Rps-Supplier-Code TO WS-CK-Supplier.
           MOVE LS-Rps-Name TO WS-CK-Name.
           MOVE LS-Rps-City TO WS-CK-City.
           MOVE LS-Rps-Country TO WS-CK-Country.
           SET WS-Cache-Not-Found TO TRUE.
           MOVE ZERO TO WS-Cache-Match-IDX.
           PERFORM VARYING WS-Cache-IDX FROM 1 BY 1
              UNTIL WS-Cache-IDX > WS-Cache-Cnt
              IF WS-Cache-Key(WS-Cache-IDX) = WS-Cache-Key-Hold
                 SET WS-Cache-Found TO TRUE
                 SET WS-Cache-Match-IDX TO WS-Cache-IDX
                 SET WS-Cache-IDX TO WS-Cache-Cnt
              END-IF
           END-PERFORM.

       2050-Prepare-Candidate.
           MOVE LS-Rps-Name TO WS-Norm-In.
           PERFORM 2100-Normalize-Name.
           MOVE WS-Norm-Out TO WS-Cand-Key.
           MOVE WS-Norm-Out-Len TO WS-Cand-Len.
      *    The master's names and address lines are 15 bytes; one
      *    filled to the brim was almost certainly cut short.
           SET WS-Cand-Whole TO TRUE.
           IF LS-Rps-Name(15:1) NOT = SPACE AND
              LS-Rps-Name(16:25) = SPACES
              SET WS-Cand-Truncated TO TRUE
           END-IF.
           MOVE LS-Rps-City TO WS-Cand-City.
           INSPECT WS-Cand-City
              CONVERTING WS-Lower-Case TO WS-Upper-Case.
      *    A supplier name has no country of its own; a blank or
      *    USA address country is the domestic 'US '.
           EVALUATE TRUE
              WHEN LS-Rps-Kind-Supplier
                 MOVE SPACES TO WS-Cand-Country
              WHEN LS-Rps-Country = SPACES OR
                   LS-Rps-Country = 'USA'
                 MOVE 'US ' TO WS-Cand-Country
              WHEN OTHER
                 MOVE LS-Rps-Country TO WS-Cand-Country
           END-EVALUATE.

      *    Upper-case, letters and digits only, corporate
      *    suffixes dropped, squeezed left -- "Acme Steel, Inc."
      *    and "ACME STEEL" compare equal.  A name that is
      *    nothing but noise words keeps them.
       2100-Normalize-Name.
           MOVE SPACES TO WS-Norm-Out WS-Norm-Word.
           MOVE ZERO TO WS-Norm-Out-Len WS-Norm-Word-Len.
           INSPECT WS-Norm-In
              CONVERTING WS-Lower-Case TO WS-Upper-Case.
           PERFORM 2110-Normalize-One-Byte
              VARYING WS-Norm-In-IDX FROM 1 BY 1
              UNTIL WS-Norm-In-IDX > 40.
           PERFORM 2120-Flush-Word.
           IF WS-Norm-Out-Len = ZERO AND WS-Norm-In > SPACES
              PERFORM 2130-Keep-Noise-Words
           END-IF.

       2110-Normalize-One-Byte.
           MOVE WS-Norm-In(WS-Norm-In-IDX:1) TO WS-Norm-Byte.
           IF WS-Norm-Keep-Byte
              IF WS-Norm-Word-Len < 40
                 ADD +1 TO WS-Norm-Word-Len
                 MOVE WS-Norm-Byte TO
                    WS-Norm-Word(WS-Norm-Word-Len:1)
              END-IF
           ELSE
              PERFORM 2120-Flush-Word
           END-IF.

       2120-Flush-Word.
           IF WS-Norm-Word-Len > ZERO
              IF NOT WS-Norm-Noise-Word AND
                 WS-Norm-Out-Len + WS-Norm-Word-Len <= 40
                 MOVE WS-Norm-Word(1:WS-Norm-Word-Len) TO
                    WS-Norm-Out(WS-Norm-Out-Len + 1:
                                WS-Norm-Word-Len)
                 ADD WS-Norm-Word-Len TO WS-Norm-Out-Len
              END-IF
              MOVE SPACES TO WS-Norm-Word
              MOVE ZERO TO WS-Norm-Word-Len
           END-IF.

       2130-Keep-Noise-Words.
           PERFORM 2135-Keep-One-Byte
              VARYING WS-Norm-In-IDX FROM 1 BY 1
              UNTIL WS-Norm-In-IDX > 40.

       2135-Keep-One-Byte.
           MOVE WS-Norm-In(WS-Norm-In-IDX:1) TO WS-Norm-Byte.
           IF WS-Norm-Keep-Byte
              ADD +1 TO WS-Norm-Out-Len
              MOVE WS-Norm-Byte TO WS-Norm-Out(WS-Norm-Out-Len:1)
           END-IF.

       2200-Score-One-Entry.
           MOVE ZERO TO WS-Entry-Score.
           IF WS-RP-Key-Len(WS-RP-IDX) = ZERO
      *       A nameless entry embargoes its country outright.
              IF LS-Rps-Kind-Address AND
                 WS-RP-Country(WS-RP-IDX) > SPACES AND
                 WS-RP-Country(WS-RP-IDX) = WS-Cand-Country
                 MOVE 100 TO WS-Entry-Score
              END-IF
           ELSE
              IF WS-Cand-Len > ZERO AND
                 WS-RP-Key(WS-RP-IDX)(1:1) = WS-Cand-Key(1:1)
                 PERFORM 2300-Score-Name
                 IF WS-Name-Score >= 50
                    MOVE WS-Name-Score TO WS-Entry-Score
                    IF WS-Cand-Country > SPACES AND
                       WS-RP-Country(WS-RP-IDX) = WS-Cand-Country
                       ADD 10 TO WS-Entry-Score
                    END-IF
                    IF WS-Cand-City > SPACES AND
                       WS-RP-City(WS-RP-IDX) = WS-Cand-City
                       ADD 10 TO WS-Entry-Score
                    END-IF
                    IF WS-Entry-Score > 100
                       MOVE 100 TO WS-Entry-Score
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-Entry-Score >= WS-Threshold
              PERFORM 2400-Resolve-Hit
           END-IF.

      *    Shared letter pairs, twice the pairs in common over
      *    the pairs in both names, as a percentage.  The best
      *    the two lengths could ever score is worked out first
      *    so a hopeless pair is never walked.
       2300-Score-Name.
           MOVE ZERO TO WS-Name-Score.
           MOVE WS-RP-Key-Len(WS-RP-IDX) TO WS-Cmp-Len.
           IF WS-Cand-Truncated AND WS-Cmp-Len > WS-Cand-Len
              MOVE WS-Cand-Len TO WS-Cmp-Len
           END-IF.
           IF WS-Cand-Len < 2 OR WS-Cmp-Len < 2
              IF WS-Cand-Len = WS-Cmp-Len AND
                 WS-Cand-Key(1:WS-Cand-Len) =
                    WS-RP-Key(WS-RP-IDX)(1:WS-Cmp-Len)
                 MOVE 100 TO WS-Name-Score
              END-IF
           ELSE
              IF WS-Cand-Len < WS-Cmp-Len
                 MOVE WS-Cand-Len TO WS-Shorter-Len
              ELSE
                 MOVE WS-Cmp-Len TO WS-Shorter-Len
              END-IF
              COMPUTE WS-Best-Possible =
                 ((WS-Shorter-Len - 1) * 200) /
                 (WS-Cand-Len + WS-Cmp-Len - 2)
              IF WS-Best-Possible >= 50
                 MOVE SPACES TO WS-Bi-Used
                 MOVE ZERO TO WS-Bi-Matches
                 PERFORM 2310-Match-One-Pair
                    VARYING WS-Bi-I FROM 1 BY 1
                    UNTIL WS-Bi-I >= WS-Cand-Len
                 COMPUTE WS-Name-Score =
                    (WS-Bi-Matches * 200) /
                    (WS-Cand-Len + WS-Cmp-Len - 2)
              END-IF
           END-IF.

      *    Each listed pair can be matched only once.
       2310-Match-One-Pair.
           PERFORM VARYING WS-Bi-J FROM 1 BY 1
              UNTIL WS-Bi-J >= WS-Cmp-Len
              IF WS-Bi-Used(WS-Bi-J:1) = SPACE AND
                 WS-RP-Key(WS-RP-IDX)(WS-Bi-J:2) =
                    WS-Cand-Key(WS-Bi-I:2)
                 MOVE 'Y' TO WS-Bi-Used(WS-Bi-J:1)
                 ADD +1 TO WS-Bi-Matches
                 MOVE WS-Cmp-Len TO WS-Bi-J
              END-IF
           END-PERFORM.

      *    Compliance's decision on this exact value and entry,
      *    if it has made one, stands; otherwise the hit is (or
      *    goes) on the queue open.
       2400-Resolve-Hit.
           SET WS-Q-Not-Found TO TRUE.
           MOVE ZERO TO WS-Q-Match-IDX.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
              UNTIL WS-Q-IDX > WS-Q-Cnt
              IF WS-Q-Supplier(WS-Q-IDX) = LS-Rps-Supplier-Code AND
                 WS-Q-Kind(WS-Q-IDX) = LS-Rps-Kind AND
                 WS-Q-Address-Type(WS-Q-IDX) =
                    LS-Rps-Address-Type AND
                 WS-Q-Name(WS-Q-IDX) = LS-Rps-Name AND
                 WS-Q-City(WS-Q-IDX) = LS-Rps-City AND
                 WS-Q-Country(WS-Q-IDX) = LS-Rps-Country AND
                 WS-Q-Source(WS-Q-IDX) = WS-RP-Source(WS-RP-IDX) AND
                 WS-Q-Entry-Id(WS-Q-IDX) =
                    WS-RP-Entry-Id(WS-RP-IDX)
                 SET WS-Q-Found TO TRUE
                 SET WS-Q-Match-IDX TO WS-Q-IDX
                 SET WS-Q-IDX TO WS-Q-Cnt
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-Q-Not-Found
                 PERFORM 2500-Queue-New-Hit
                 PERFORM 2450-Take-Open-Hit
              WHEN WS-Q-Cleared(WS-Q-Match-IDX)
                 ADD +1 TO WS-Cleared-Cnt
              WHEN OTHER
                 PERFORM 2450-Take-Open-Hit
           END-EVALUATE.

      *    The caller hears about the best-scoring open hit.
       2450-Take-Open-Hit.
           IF LS-Rps-No-Hit OR WS-Entry-Score > LS-Rps-Score
              SET LS-Rps-Open-Hit TO TRUE
              MOVE WS-Entry-Score TO LS-Rps-Score
              MOVE WS-RP-Source(WS-RP-IDX) TO LS-Rps-List-Source
              MOVE WS-RP-Entry-Id(WS-RP-IDX) TO
                 LS-Rps-List-Entry-Id
              MOVE WS-RP-Name(WS-RP-IDX) TO LS-Rps-List-Name
           END-IF.

       2500-Queue-New-Hit.
           PERFORM 2550-Add-Queue-Row.
           MOVE 'O' TO WS-Q-Status(WS-Q-IDX).
           MOVE LS-Rps-Supplier-Code TO WS-Q-Supplier(WS-Q-IDX).
           MOVE LS-Rps-Kind TO WS-Q-Kind(WS-Q-IDX).
           MOVE LS-Rps-Address-Type TO WS-Q-Address-Type(WS-Q-IDX).
           MOVE LS-Rps-Name TO WS-Q-Name(WS-Q-IDX).
           MOVE LS-Rps-City TO WS-Q-City(WS-Q-IDX).
           MOVE LS-Rps-Country TO WS-Q-Country(WS-Q-IDX).
           MOVE WS-RP-Source(WS-RP-IDX) TO WS-Q-Source(WS-Q-IDX).
           MOVE WS-RP-Entry-Id(WS-RP-IDX) TO
              WS-Q-Entry-Id(WS-Q-IDX).
      *    Appended to the live queue the SUPPCALL pending-file
      *    way; the first run with no queue creates it.
           IF NOT WS-Queue-Open
              OPEN EXTEND RpQueueFile
              IF NOT WS-RpQueueFile-Good
                 OPEN OUTPUT RpQueueFile
              END-IF
              IF NOT WS-RpQueueFile-Good
                 MOVE "PSAP001E" TO WS-Msg-Id
                 MOVE "rp-review-queue" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "File Status: " WS-RpQueueFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
              SET WS-Queue-Open TO TRUE
           END-IF.
           MOVE SPACES TO Rpq-RP-REVIEW-REC.
           SET Rpq-REVIEW-OPEN TO TRUE.
           MOVE LS-Rps-Business-Date TO Rpq-QUEUED-DATE.
           MOVE LS-Rps-Supplier-Code TO Rpq-SUPPLIER-CODE.
           MOVE LS-Rps-Kind TO Rpq-SCREEN-KIND.
           MOVE LS-Rps-Address-Type TO Rpq-ADDRESS-TYPE.
           MOVE LS-Rps-Name TO Rpq-SCREENED-NAME.
           MOVE LS-Rps-City TO Rpq-SCREENED-CITY.
           MOVE LS-Rps-Country TO Rpq-SCREENED-COUNTRY.
           MOVE WS-Entry-Score TO Rpq-MATCH-SCORE.
           MOVE WS-RP-Source(WS-RP-IDX) TO Rpq-LIST-SOURCE.
           MOVE WS-RP-Entry-Id(WS-RP-IDX) TO Rpq-LIST-ENTRY-ID.
           MOVE WS-RP-Name(WS-RP-IDX) TO Rpq-LIST-NAME.
           MOVE ZERO TO Rpq-DECIDED-DATE.
           WRITE Rpq-RP-REVIEW-REC.
           IF NOT WS-RpQueueFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "rp-review-queue" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2500-Queue-New-Hit"
              DISPLAY "File Status: " WS-RpQueueFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           SET LS-Rps-Newly-Queued TO TRUE.
           ADD +1 TO WS-Queued-Cnt.

       2550-Add-Queue-Row.
           IF WS-Q-Cnt >= WS-Q-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Queue-Table-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Q-Cnt.
           SET WS-Q-IDX TO WS-Q-Cnt.

       2600-Save-Cached-Value.
           IF WS-Cache-Cnt < WS-Cache-Max-Cnt
              ADD +1 TO WS-Cache-Cnt
              SET WS-Cache-IDX TO WS-Cache-Cnt
              MOVE WS-Cache-Key-Hold TO WS-Cache-Key(WS-Cache-IDX)
              MOVE LS-Rps-Result-Flag TO
                 WS-Cache-Result(WS-Cache-IDX)
              MOVE LS-Rps-Score TO WS-Cache-Score(WS-Cache-IDX)
              MOVE LS-Rps-List-Source TO
                 WS-Cache-Source(WS-Cache-IDX)
              MOVE LS-Rps-List-Entry-Id TO
                 WS-Cache-Entry-Id(WS-Cache-IDX)
              MOVE LS-Rps-List-Name TO
                 WS-Cache-List-Name(WS-Cache-IDX)
           END-IF.

       3000-End-Screening.
           IF WS-Loaded AND NOT WS-Ended
              SET WS-Ended TO TRUE
              IF WS-Queue-Open
                 CLOSE RpQueueFile
              END-IF
              DISPLAY "  Rps:  List Entries Loaded: " WS-RP-Cnt
              DISPLAY "  Rps:  Values Screened:     " WS-Screened-Cnt
              DISPLAY "  Rps:  Repeat Values:       " WS-Cache-Hit-Cnt
              DISPLAY "  Rps:  Values With Hits:    " WS-Open-Hit-Cnt
              DISPLAY "  Rps:  Hits Newly Queued:   " WS-Queued-Cnt
              DISPLAY "  Rps:  Hits Already Cleared: " WS-Cleared-Cnt
           END-IF.
