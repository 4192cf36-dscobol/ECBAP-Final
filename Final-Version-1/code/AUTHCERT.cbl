      ***********************************************************
      * Program name:    AUTHCERT
      * Original author: David Stagowski
      *
      *    Description: Periodic access-recertification listing
      *       from the central user-authority file.
      *
      *    Every grant on ../data/user-authority.dat.txt is
      *    listed under the manager named on it, with what it
      *    lets its user do (function codes and scope), when it
      *    runs out, who granted and approved it and when the
      *    manager last certified it, followed by a sign-off
      *    block for that manager.  A grant is flagged:
      *       EXPIRED  its expiry date has passed -- AUTHCHK and
      *                the online checks already refuse it; the
      *                manager revokes or renews it
      *       OVERDUE  not certified within 90 days of the later
      *                of its grant and its last certification
      *    Managers return the signed listing and key their 'C'
      *    certify transactions to AUTHMNT, which stamps the
      *    date read here next time.
      *
      *    The grouping is an external sort on manager, user id
      *    and role and a control break, the SUPPLEAD pattern.
      *
      *    Ends with condition code 4 when anything is flagged,
      *    the INTAUD stance.
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
       PROGRAM-ID. AUTHCERT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuthFile
           ASSIGN TO "../data/user-authority.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuthFile-Status.

           SELECT CertRpt
           ASSIGN TO "../data/authority-recert-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CertRpt-Status.

           SELECT SortFile
           ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  AuthFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY USERAUTH REPLACING ==:tag:== BY ==Uau==.

       FD  CertRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CertRpt-Record  PIC X(132).

       SD  SortFile.
       01  Sort-Record.
           05 Sort-Manager-Id        PIC X(08).
           05 Sort-Grant             PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AuthFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CertRpt==.

       01  WS-File-Counters.
           12 FD-AuthFile-Record-Cnt       PIC S9(9) COMP VALUE ZERO.
           12 FD-CertRpt-Record-Cnt        PIC S9(9) COMP VALUE ZERO.
           12 WS-Manager-Cnt               PIC S9(9) COMP VALUE ZERO.
           12 WS-Expired-Cnt               PIC S9(9) COMP VALUE ZERO.
           12 WS-Overdue-Cnt               PIC S9(9) COMP VALUE ZERO.

       01  WS-Date-Work-Fields.
           12 WS-Run-Date                  PIC 9(08) VALUE ZERO.
           12 WS-Run-Int                   PIC 9(10) VALUE ZERO.
           12 WS-Hold-Date                 PIC 9(08) VALUE ZERO.
           12 WS-Last-Int                  PIC 9(10) VALUE ZERO.
           12 WS-Days-Since                PIC S9(07) VALUE ZERO.
           12 WS-Recert-Days               PIC S9(07) VALUE +90.

       01  WS-Control-Break-Fields.
           12 WS-Sort-EOF-Flag             PIC X VALUE 'N'.
              88 WS-Sort-EOF                  VALUE 'Y'.
           12 WS-Break-Manager             PIC X(08) VALUE SPACES.
           12 WS-Break-Grant-Cnt           PIC S9(7) COMP VALUE ZERO.
           12 WS-First-Record-Flag         PIC X VALUE 'Y'.
              88 WS-First-Record              VALUE 'Y'.

      *    The grant being listed, in the USERAUTH layout.
           COPY USERAUTH REPLACING ==:tag:== BY ==Cua==.

       01  WS-Grant-Line-Fields.
           12 WS-Fn-IDX                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Fn-Pos                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Fn-Text                   PIC X(40) VALUE SPACES.
           12 WS-Flag-Text                 PIC X(14) VALUE SPACES.

       01  WS-Report-Edit-Fields.
           12 WS-Cnt-Edit                  PIC ZZZZZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           SORT SortFile
              ON ASCENDING KEY Sort-Manager-Id Sort-Grant
              INPUT PROCEDURE IS 2000-Release-Grants
                 THRU 2999-Release-Exit
              OUTPUT PROCEDURE IS 3500-Report-Managers
                 THRU 3599-Report-Exit.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "AUTHCERT: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
           COMPUTE WS-Run-Int = FUNCTION INTEGER-OF-DATE(WS-Run-Date).
           OPEN OUTPUT CertRpt.
           MOVE ALL "=" TO FD-CertRpt-Record.
           PERFORM 3560-Write-Cert-Rpt-Line.
           MOVE SPACES TO FD-CertRpt-Record.
           STRING "USER-AUTHORITY RECERTIFICATION  AS OF " WS-Run-Date
              DELIMITED BY SIZE INTO FD-CertRpt-Record.
           PERFORM 3560-Write-Cert-Rpt-Line.
           MOVE ALL "=" TO FD-CertRpt-Record.
           PERFORM 3560-Write-Cert-Rpt-Line.

       2000-Release-Grants.
           OPEN INPUT AuthFile.
           IF NOT WS-AuthFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "user-authority" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2000-Release-Grants"
              DISPLAY "Open AuthFile Failed."
              DISPLAY "File Status: " WS-AuthFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2100-Release-One-Grant UNTIL WS-AuthFile-EOF.
           CLOSE AuthFile.

       2999-Release-Exit.
           EXIT.

       2100-Release-One-Grant.
           READ AuthFile
              AT END SET WS-AuthFile-EOF TO TRUE
           END-READ.
           IF WS-AuthFile-Good
              ADD +1 TO FD-AuthFile-Record-Cnt
              MOVE Uau-MANAGER-ID TO Sort-Manager-Id
              MOVE Uau-USER-AUTHORITY TO Sort-Grant
              RELEASE Sort-Record
           ELSE
              IF WS-AuthFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "user-authority" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2100-Release-One-Grant"
                 DISPLAY "Read AuthFile Failed."
                 DISPLAY "File Status: " WS-AuthFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       3500-Report-Managers.
           PERFORM 3510-Return-One-Grant UNTIL WS-Sort-EOF.
           IF WS-First-Record
              MOVE SPACES TO FD-CertRpt-Record
              MOVE "NO GRANTS ON FILE" TO FD-CertRpt-Record(1:17)
              PERFORM 3560-Write-Cert-Rpt-Line
           ELSE
              PERFORM 3540-Write-Sign-Off
           END-IF.

       3599-Report-Exit.
           EXIT.

       3510-Return-One-Grant.
           RETURN SortFile
              AT END SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF NOT WS-Sort-EOF
              IF WS-First-Record
                 MOVE 'N' TO WS-First-Record-Flag
                 MOVE Sort-Manager-Id TO WS-Break-Manager
                 PERFORM 3520-Write-Manager-Heading
              ELSE
                 IF Sort-Manager-Id NOT = WS-Break-Manager
                    PERFORM 3540-Write-Sign-Off
                    MOVE Sort-Manager-Id TO WS-Break-Manager
                    PERFORM 3520-Write-Manager-Heading
                 END-IF
              END-IF
              MOVE Sort-Grant TO Cua-USER-AUTHORITY
              PERFORM 3530-Write-Grant-Line
           END-IF.

       3520-Write-Manager-Heading.
           ADD +1 TO WS-Manager-Cnt.
           MOVE ZERO TO WS-Break-Grant-Cnt.
           MOVE SPACES TO FD-CertRpt-Record.
           PERFORM 3560-Write-Cert-Rpt-Line.
           STRING "MANAGER: " WS-Break-Manager
              DELIMITED BY SIZE INTO FD-CertRpt-Record.
           PERFORM 3560-Write-Cert-Rpt-Line.
           MOVE SPACES TO FD-CertRpt-Record.
           MOVE "USER ID" TO FD-CertRpt-Record(1:7).
           MOVE "ROLE" TO FD-CertRpt-Record(10:4).
           MOVE "FUNCTIONS" TO FD-CertRpt-Record(19:9).
           MOVE "SCOPE" TO FD-CertRpt-Record(60:5).
           MOVE "EXPIRES" TO FD-CertRpt-Record(73:7).
           MOVE "GRANT BY" TO FD-CertRpt-Record(82:8).
           MOVE "APPR BY" TO FD-CertRpt-Record(91:7).
           MOVE "GRANTED" TO FD-CertRpt-Record(100:7).
           MOVE "CERTIFD" TO FD-CertRpt-Record(109:7).
           MOVE "FLAG" TO FD-CertRpt-Record(118:4).
           PERFORM 3560-Write-Cert-Rpt-Line.
           MOVE ALL "-" TO FD-CertRpt-Record.
           PERFORM 3560-Write-Cert-Rpt-Line.

      *    Functions spread one space apart; the later of the
      *    grant and certification dates starts the 90 days.
       3530-Write-Grant-Line.
           ADD +1 TO WS-Break-Grant-Cnt.
           MOVE SPACES TO WS-Fn-Text WS-Flag-Text.
           MOVE 1 TO WS-Fn-Pos.
           PERFORM 3535-Add-One-Function
              VARYING WS-Fn-IDX FROM 1 BY 1
              UNTIL WS-Fn-IDX > 8.

           MOVE Cua-GRANTED-DATE TO WS-Hold-Date.
           IF Cua-CERTIFIED-DATE IS NUMERIC AND
              Cua-CERTIFIED-DATE > WS-Hold-Date
              MOVE Cua-CERTIFIED-DATE TO WS-Hold-Date
           END-IF.
           MOVE ZERO TO WS-Last-Int.
           IF WS-Hold-Date IS NUMERIC AND WS-Hold-Date > 16010101
              COMPUTE WS-Last-Int =
                 FUNCTION INTEGER-OF-DATE(WS-Hold-Date)
           END-IF.
           IF WS-Last-Int > ZERO
              COMPUTE WS-Days-Since = WS-Run-Int - WS-Last-Int
           ELSE
              MOVE +99999 TO WS-Days-Since
           END-IF.

           IF Cua-EXPIRY-DATE < WS-Run-Date
              MOVE "EXPIRED" TO WS-Flag-Text
              ADD +1 TO WS-Expired-Cnt
           ELSE
              IF WS-Days-Since > WS-Recert-Days
                 MOVE "OVERDUE" TO WS-Flag-Text
                 ADD +1 TO WS-Overdue-Cnt
              END-IF
           END-IF.

           MOVE SPACES TO FD-CertRpt-Record.
           MOVE Cua-USER-ID TO FD-CertRpt-Record(1:8).
           MOVE Cua-ROLE TO FD-CertRpt-Record(10:8).
           MOVE WS-Fn-Text TO FD-CertRpt-Record(19:40).
           IF Cua-SCOPE-ALL
              MOVE "ALL" TO FD-CertRpt-Record(60:3)
           ELSE
              MOVE Cua-SCOPE-TYPE TO FD-CertRpt-Record(60:1)
              MOVE Cua-SCOPE-VALUE TO FD-CertRpt-Record(62:10)
           END-IF.
           MOVE Cua-EXPIRY-DATE TO FD-CertRpt-Record(73:8).
           MOVE Cua-GRANTED-BY TO FD-CertRpt-Record(82:8).
           MOVE Cua-APPROVED-BY TO FD-CertRpt-Record(91:8).
           MOVE Cua-GRANTED-DATE TO FD-CertRpt-Record(100:8).
           IF Cua-CERTIFIED-DATE = ZERO
              MOVE "NEVER" TO FD-CertRpt-Record(109:5)
           ELSE
              MOVE Cua-CERTIFIED-DATE TO FD-CertRpt-Record(109:8)
           END-IF.
           MOVE WS-Flag-Text TO FD-CertRpt-Record(118:14).
           PERFORM 3560-Write-Cert-Rpt-Line.

       3535-Add-One-Function.
           IF Cua-FUNCTION-CODE(WS-Fn-IDX) NOT = SPACES
              MOVE Cua-FUNCTION-CODE(WS-Fn-IDX) TO
                 WS-Fn-Text(WS-Fn-Pos:4)
              ADD +5 TO WS-Fn-Pos
           END-IF.

       3540-Write-Sign-Off.
           MOVE WS-Break-Grant-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-CertRpt-Record.
           STRING "GRANTS FOR " WS-Break-Manager ": " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-CertRpt-Record.
           PERFORM 3560-Write-Cert-Rpt-Line.
           MOVE SPACES TO FD-CertRpt-Record.
           PERFORM 3560-Write-Cert-Rpt-Line.
           STRING "I HAVE REVIEWED THE ACCESS ABOVE.  EACH GRANT IS"
              " STILL NEEDED UNLESS MARKED FOR REVOCATION."
              DELIMITED BY SIZE INTO FD-CertRpt-Record.
           PERFORM 3560-Write-Cert-Rpt-Line.
           MOVE SPACES TO FD-CertRpt-Record.
           PERFORM 3560-Write-Cert-Rpt-Line.
           STRING "SIGNED: ______________________   MANAGER "
              WS-Break-Manager "   DATE: __________"
              DELIMITED BY SIZE INTO FD-CertRpt-Record.
           PERFORM 3560-Write-Cert-Rpt-Line.

       3560-Write-Cert-Rpt-Line.
           WRITE FD-CertRpt-Record.
           IF WS-CertRpt-Good
              ADD +1 TO FD-CertRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3560-Write-Cert-Rpt-Line"
              DISPLAY "Write CertRpt Failed."
              DISPLAY "File Status: " WS-CertRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "AUTHCERT: 3000-End-Job".
           MOVE SPACES TO FD-CertRpt-Record.
           PERFORM 3560-Write-Cert-Rpt-Line.
           MOVE ALL "-" TO FD-CertRpt-Record.
           PERFORM 3560-Write-Cert-Rpt-Line.
           MOVE WS-Expired-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-CertRpt-Record.
           STRING "GRANTS EXPIRED                   " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-CertRpt-Record.
           PERFORM 3560-Write-Cert-Rpt-Line.
           MOVE WS-Overdue-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-CertRpt-Record.
           STRING "GRANTS OVERDUE FOR CERTIFICATION " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-CertRpt-Record.
           PERFORM 3560-Write-Cert-Rpt-Line.
           CLOSE CertRpt.
           DISPLAY "  Auth-Cert: Grants Read:      "
              FD-AuthFile-Record-Cnt.
           DISPLAY "  Auth-Cert: Managers Listed:  " WS-Manager-Cnt.
           DISPLAY "  Auth-Cert: Expired:          " WS-Expired-Cnt.
           DISPLAY "  Auth-Cert: Overdue:          " WS-Overdue-Cnt.
           IF WS-Expired-Cnt > ZERO OR WS-Overdue-Cnt > ZERO
              MOVE +4 TO RETURN-CODE
           END-IF.
