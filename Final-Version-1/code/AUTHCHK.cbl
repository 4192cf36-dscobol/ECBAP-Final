      ***********************************************************
      * Program name:    AUTHCHK
      * Original author: David Stagowski
      *
      *    Description: Common batch user-authority check.
      *
      *    Who may release a PO, approve a supplier, amend an
      *    order, change a part's lifecycle or promote a file
      *    was never written down anywhere a program could see
      *    -- anyone whose id reached a transaction file was
      *    obeyed.  PORELEAS, SUPPAPPR, POCHG, PARTLIFE and
      *    PROMOTE now pass each transaction's submitter here
      *    with the function code and whatever supplier, buyer
      *    and promotion pair it touches, and act on it only
      *    when the central authority file (USERAUTH, kept by
      *    AUTHMNT) grants it.
      *
      *    A grant needs a row for the user carrying the
      *    function code, expiring no earlier than the business
      *    date, and either unscoped or scoped to the supplier,
      *    buyer or pair on the transaction.  A submitter given
      *    as a 3-byte buyer code is first turned into its user
      *    id through the identity cross-reference SODRPT uses;
      *    one with no row there is looked up as itself.  The
      *    reason for a refusal is the nearest miss: OUTSIDE
      *    SCOPE beats AUTHORITY EXPIRED beats NO AUTHORITY.
      *
      *    Every refusal is appended to
      *    ../data/authority-refusal-log.dat.txt (the AUTHLOG
      *    layout) with the calling program as its source.
      *
      *    The file and the cross-reference load once, on the
      *    first call -- the RPSCREEN idiom.  No authority file
      *    staged means checking is off and everything is
      *    granted, so the utilities run as before until the
      *    first file is promoted; from then on it is enforced.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-08 dastagg       Created for the central user-
      *                          authority table
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuthFile
           ASSIGN TO "../data/user-authority.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuthFile-Status.

           SELECT IdentityFile
           ASSIGN TO "../data/sod-identity-xref.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IdentityFile-Status.

           SELECT RefusalLog
           ASSIGN TO "../data/authority-refusal-log.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RefusalLog-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AuthFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY USERAUTH REPLACING ==:tag:== BY ==Uau==.

       FD  IdentityFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Identity-Record.
           05 FD-Id-Buyer-Code          PIC X(03).
           05 FILLER                    PIC X(01).
           05 FD-Id-User-Id             PIC X(08).

       FD  RefusalLog
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY AUTHLOG REPLACING ==:tag:== BY ==Arf==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AuthFile==.
           COPY WSFST REPLACING ==:tag:== BY ==IdentityFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RefusalLog==.

       01  WS-Load-Flags.
           12 WS-Loaded-Flag               PIC X VALUE 'N'.
              88 WS-Loaded                    VALUE 'Y'.
           12 WS-Ended-Flag                PIC X VALUE 'N'.
              88 WS-Ended                     VALUE 'Y'.
           12 WS-Checking-Active-Flag      PIC X VALUE 'N'.
              88 WS-Checking-Active           VALUE 'Y'.
           12 WS-Log-Open-Flag             PIC X VALUE 'N'.
              88 WS-Log-Open                  VALUE 'Y'.

       01  WS-Run-Counters.
           12 WS-Check-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Granted-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Refused-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Unchecked-Cnt             PIC S9(4) COMP VALUE ZERO.

       01  WS-Idn-Table-Storage.
           12 WS-Idn-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Idn-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Idn-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Idn-Cnt
              INDEXED BY WS-Idn-IDX.
              15 WS-Idn-Buyer-Code         PIC X(03).
              15 WS-Idn-User-Id            PIC X(08).

       01  WS-Ua-Table-Storage.
           12 WS-Ua-Max-Cnt                PIC S9(4) COMP VALUE +4999.
           12 WS-Ua-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Ua-Table OCCURS 0 TO 4999 TIMES
              DEPENDING ON WS-Ua-Cnt
              INDEXED BY WS-Ua-IDX.
              15 WS-Ua-User-Id             PIC X(08).
              15 WS-Ua-Function-Codes      PIC X(32).
              15 WS-Ua-Scope-Type          PIC X(01).
              15 WS-Ua-Scope-Value         PIC X(10).
              15 WS-Ua-Expiry-Date         PIC 9(08).

      *    How close the best row for the user came:
      *    0 nothing for this function, 1 only expired rows,
      *    2 current but for some other supplier, buyer or pair,
      *    3 granted.
       01  WS-Check-Work.
           12 WS-Check-User-Id             PIC X(08) VALUE SPACES.
           12 WS-Check-Date                PIC 9(08) VALUE ZERO.
           12 WS-Best-Level                PIC 9(01) VALUE ZERO.
              88 WS-Best-None                 VALUE 0.
              88 WS-Best-Expired              VALUE 1.
              88 WS-Best-Out-Of-Scope         VALUE 2.
              88 WS-Best-Granted              VALUE 3.
           12 WS-Row-Level                 PIC 9(01) VALUE ZERO.
           12 WS-Fn-IDX                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Fn-Found-Flag             PIC X VALUE 'N'.
              88 WS-Fn-Found                  VALUE 'Y'.
              88 WS-Fn-Not-Found              VALUE 'N'.
           12 WS-Scope-Match-Flag          PIC X VALUE 'N'.
              88 WS-Scope-Match               VALUE 'Y'.
              88 WS-Scope-No-Match            VALUE 'N'.

       01  WS-Current-Date-Time            PIC X(21) VALUE SPACES.

       COPY MSGAREA.

       LINKAGE SECTION.
       01  LS-Auth-Request.
           05  LS-Auth-Function          PIC X(01).
           05  LS-Auth-Program           PIC X(08).
           05  LS-Auth-User-Id           PIC X(08).
           05  LS-Auth-Function-Code     PIC X(04).
           05  LS-Auth-Supplier-Code     PIC X(10).
           05  LS-Auth-Buyer-Code        PIC X(03).
           05  LS-Auth-Pair-Id           PIC X(08).
           05  LS-Auth-Business-Date     PIC 9(08).
           05  LS-Auth-Result-Flag       PIC X(01).
                88 LS-Auth-Granted        VALUE 'Y'.
                88 LS-Auth-Refused        VALUE 'N'.
           05  LS-Auth-Reason            PIC X(20).

       PROCEDURE DIVISION USING LS-Auth-Request.
       0000-Mainline.
           IF LS-Auth-Function = 'E'
              PERFORM 3000-End-Checking
           ELSE
              IF NOT WS-Loaded
                 PERFORM 1000-Load-Reference
              END-IF
              PERFORM 2000-Check-One-Request
           END-IF.
           GOBACK.

       1000-Load-Reference.
           SET WS-Loaded TO TRUE.
           PERFORM 1010-Load-Identities.
           PERFORM 1020-Load-Authorities.

       1010-Load-Identities.
           OPEN INPUT IdentityFile.
           IF WS-IdentityFile-Good
              PERFORM 1015-Load-One-Identity
                 UNTIL WS-IdentityFile-EOF
              CLOSE IdentityFile
           END-IF.

       1015-Load-One-Identity.
           READ IdentityFile
              AT END SET WS-IdentityFile-EOF TO TRUE
           END-READ.
           IF WS-IdentityFile-Good AND FD-Id-Buyer-Code > SPACES
              IF WS-Idn-Cnt >= WS-Idn-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Idn-Table-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Idn-Cnt
              SET WS-Idn-IDX TO WS-Idn-Cnt
              MOVE FD-Id-Buyer-Code TO WS-Idn-Buyer-Code(WS-Idn-IDX)
              MOVE FD-Id-User-Id TO WS-Idn-User-Id(WS-Idn-IDX)
           END-IF.

       1020-Load-Authorities.
           OPEN INPUT AuthFile.
           IF WS-AuthFile-Good
              SET WS-Checking-Active TO TRUE
              PERFORM 1025-Load-One-Authority
                 UNTIL WS-AuthFile-EOF
              CLOSE AuthFile
           ELSE
              DISPLAY "AUTHCHK: no user-authority file -- "
                 "checking off."
           END-IF.

       1025-Load-One-Authority.
           READ AuthFile
              AT END SET WS-AuthFile-EOF TO TRUE
           END-READ.
           IF WS-AuthFile-Good AND Uau-USER-ID > SPACES
              IF WS-Ua-Cnt >= WS-Ua-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Ua-Table-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Ua-Cnt
              SET WS-Ua-IDX TO WS-Ua-Cnt
              MOVE Uau-USER-ID TO WS-Ua-User-Id(WS-Ua-IDX)
              MOVE Uau-FUNCTION-CODES
                 TO WS-Ua-Function-Codes(WS-Ua-IDX)
              MOVE Uau-SCOPE-TYPE TO WS-Ua-Scope-Type(WS-Ua-IDX)
              MOVE Uau-SCOPE-VALUE TO WS-Ua-Scope-Value(WS-Ua-IDX)
              IF Uau-EXPIRY-DATE IS NUMERIC
                 MOVE Uau-EXPIRY-DATE
                    TO WS-Ua-Expiry-Date(WS-Ua-IDX)
              ELSE
                 MOVE ZERO TO WS-Ua-Expiry-Date(WS-Ua-IDX)
              END-IF
           END-IF.

       2000-Check-One-Request.
           SET LS-Auth-Refused TO TRUE.
           MOVE SPACES TO LS-Auth-Reason.
           ADD +1 TO WS-Check-Cnt.
           IF NOT WS-Checking-Active
              ADD +1 TO WS-Unchecked-Cnt
              SET LS-Auth-Granted TO TRUE
           ELSE
              IF LS-Auth-Business-Date IS NUMERIC AND
                 LS-Auth-Business-Date > ZERO
                 MOVE LS-Auth-Business-Date TO WS-Check-Date
              ELSE
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Check-Date
              END-IF
              IF LS-Auth-User-Id = SPACES
                 MOVE "NO SUBMITTER ID" TO LS-Auth-Reason
              ELSE
                 PERFORM 2010-Resolve-User
                 SET WS-Best-None TO TRUE
                 PERFORM 2100-Weigh-One-Row
                    VARYING WS-Ua-IDX FROM 1 BY 1
                    UNTIL WS-Ua-IDX > WS-Ua-Cnt
                       OR WS-Best-Granted
                 EVALUATE TRUE
                    WHEN WS-Best-Granted
                       SET LS-Auth-Granted TO TRUE
                    WHEN WS-Best-Out-Of-Scope
                       MOVE "OUTSIDE SCOPE" TO LS-Auth-Reason
                    WHEN WS-Best-Expired
                       MOVE "AUTHORITY EXPIRED" TO LS-Auth-Reason
                    WHEN OTHER
                       MOVE "NO AUTHORITY" TO LS-Auth-Reason
                 END-EVALUATE
              END-IF
              IF LS-Auth-Granted
                 ADD +1 TO WS-Granted-Cnt
              ELSE
                 ADD +1 TO WS-Refused-Cnt
                 PERFORM 2500-Log-Refusal
              END-IF
           END-IF.

      *    A 3-byte buyer code on the cross-reference becomes
      *    that buyer's user id; anything else stands as is.
       2010-Resolve-User.
           MOVE LS-Auth-User-Id TO WS-Check-User-Id.
           IF LS-Auth-User-Id(4:5) = SPACES
              PERFORM VARYING WS-Idn-IDX FROM 1 BY 1
                 UNTIL WS-Idn-IDX > WS-Idn-Cnt
                 IF WS-Idn-Buyer-Code(WS-Idn-IDX) =
                    LS-Auth-User-Id(1:3)
                    MOVE WS-Idn-User-Id(WS-Idn-IDX)
                       TO WS-Check-User-Id
                    SET WS-Idn-IDX TO WS-Idn-Cnt
                 END-IF
              END-PERFORM
           END-IF.

       2100-Weigh-One-Row.
           IF WS-Ua-User-Id(WS-Ua-IDX) = WS-Check-User-Id
              SET WS-Fn-Not-Found TO TRUE
              PERFORM VARYING WS-Fn-IDX FROM 1 BY 4
                 UNTIL WS-Fn-IDX > 29
                 IF WS-Ua-Function-Codes(WS-Ua-IDX)(WS-Fn-IDX:4) =
                    LS-Auth-Function-Code
                    SET WS-Fn-Found TO TRUE
                    MOVE 29 TO WS-Fn-IDX
                 END-IF
              END-PERFORM
              IF WS-Fn-Found
                 MOVE 1 TO WS-Row-Level
                 IF WS-Ua-Expiry-Date(WS-Ua-IDX) >= WS-Check-Date
                    MOVE 2 TO WS-Row-Level
                    PERFORM 2150-Match-Scope
                    IF WS-Scope-Match
                       MOVE 3 TO WS-Row-Level
                    END-IF
                 END-IF
                 IF WS-Row-Level > WS-Best-Level
                    MOVE WS-Row-Level TO WS-Best-Level
                 END-IF
              END-IF
           END-IF.

      *    A scoped grant only covers a transaction naming that
      *    supplier, buyer or pair; one naming none of them is
      *    outside any scoped grant.
       2150-Match-Scope.
           SET WS-Scope-No-Match TO TRUE.
           EVALUATE WS-Ua-Scope-Type(WS-Ua-IDX)
              WHEN SPACE
                 SET WS-Scope-Match TO TRUE
              WHEN 'S'
                 IF LS-Auth-Supplier-Code > SPACES AND
                    LS-Auth-Supplier-Code =
                    WS-Ua-Scope-Value(WS-Ua-IDX)
                    SET WS-Scope-Match TO TRUE
                 END-IF
              WHEN 'B'
                 IF LS-Auth-Buyer-Code > SPACES AND
                    LS-Auth-Buyer-Code =
                    WS-Ua-Scope-Value(WS-Ua-IDX)(1:3)
                    SET WS-Scope-Match TO TRUE
                 END-IF
              WHEN 'P'
                 IF LS-Auth-Pair-Id > SPACES AND
                    LS-Auth-Pair-Id =
                    WS-Ua-Scope-Value(WS-Ua-IDX)(1:8)
                    SET WS-Scope-Match TO TRUE
                 END-IF
           END-EVALUATE.

      *    Appended to the standing log; the first refusal ever
      *    creates it.
       2500-Log-Refusal.
           IF NOT WS-Log-Open
              OPEN EXTEND RefusalLog
              IF NOT WS-RefusalLog-Good
                 OPEN OUTPUT RefusalLog
              END-IF
              IF NOT WS-RefusalLog-Good
                 MOVE "PSAP001E" TO WS-Msg-Id
                 MOVE "authority-refusal-log" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "File Status: " WS-RefusalLog-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
              SET WS-Log-Open TO TRUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time.
           MOVE SPACES TO Arf-REFUSAL-REC.
           MOVE WS-Check-Date TO Arf-DATE.
           MOVE WS-Current-Date-Time(9:6) TO Arf-TIME.
           MOVE LS-Auth-User-Id TO Arf-USER-ID.
           MOVE LS-Auth-Program TO Arf-SOURCE.
           MOVE LS-Auth-Function-Code TO Arf-FUNCTION-CODE.
           MOVE LS-Auth-Supplier-Code TO Arf-SUPPLIER-CODE.
           MOVE LS-Auth-Buyer-Code TO Arf-BUYER-CODE.
           MOVE LS-Auth-Pair-Id TO Arf-PAIR-ID.
           MOVE LS-Auth-Reason TO Arf-REASON.
           WRITE Arf-REFUSAL-REC.
           IF NOT WS-RefusalLog-Good
              DISPLAY "** ERROR **: 2500-Log-Refusal"
              DISPLAY "Write RefusalLog Failed."
              DISPLAY "File Status: " WS-RefusalLog-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Checking.
           IF WS-Loaded AND NOT WS-Ended
              SET WS-Ended TO TRUE
              IF WS-Log-Open
                 CLOSE RefusalLog
              END-IF
              DISPLAY "  Auth: Grants Loaded:       " WS-Ua-Cnt
              DISPLAY "  Auth: Requests Checked:    " WS-Check-Cnt
              DISPLAY "  Auth: Granted:             " WS-Granted-Cnt
              DISPLAY "  Auth: Refused:             " WS-Refused-Cnt
              DISPLAY "  Auth: Not Checked:         " WS-Unchecked-Cnt
           END-IF.
