      *                      (YYYYYYYY) for 'V'; the single-PO
      *                      approval limit in whole dollars
      *                      (9 digits) for 'B'
      *      36-43 eop date  for 'V' only, the model's end-of-
      *                      production date (YYYYMMDD); blank
      *                      while the model is still in build
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-08-22 dastagg       Created for reference file maint
      * 2026-09-28 dastagg       Vehicle-model rows carry an end-
      *                          of-production date at 22-29,
      *                          keyed in at 36-43 of a 'V'
      *                          transaction.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ModelFile-Record     PIC X(29).

       FD  RefTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RefTxnFile-Record    PIC X(43).

       FD  NewModelFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-NewModelFile-Record  PIC X(29).

       FD  NewMakeFile
           LABEL RECORDS ARE STANDARD
              15 WS-Ref-Code        PIC X(3).
              15 WS-Ref-Name        PIC X(20).
              15 WS-Ref-Extra       PIC X(10).
              15 WS-Ref-Eop-Date    PIC X(8).
              15 WS-Ref-Deleted-Flag PIC X.
                 88 WS-Ref-Row-Deleted            VALUE 'Y'.
                 88 WS-Ref-Row-Active             VALUE 'N'.
           12 WS-Txn-Key                 PIC X(3).
           12 WS-Txn-Name                PIC X(20).
           12 WS-Txn-Extra               PIC X(10).
           12 WS-Txn-Eop-Date            PIC X(8).
           12 WS-Txn-Match-IDX           PIC S9(4) COMP VALUE ZERO.

       01  WS-Load-Hold.

      *    Model rows map into the shared table as: code = the
      *    make, name(1:10) = the model, extra(1:8) = the
      *    produced-from and produced-to years, eop = the end-of-
      *    production date.
       1040-Load-Model-File.
           MOVE 'V' TO WS-Load-File-Id.
           OPEN INPUT ModelFile.
                 WS-Ref-Name(WS-Ref-IDX)
              MOVE FD-ModelFile-Record(14:8) TO
                 WS-Ref-Extra(WS-Ref-IDX)
              MOVE FD-ModelFile-Record(22:8) TO
                 WS-Ref-Eop-Date(WS-Ref-IDX)
           END-IF.

       1050-Add-Table-Row.
           MOVE WS-Load-File-Id TO WS-Ref-File-Id(WS-Ref-IDX).
           MOVE SPACES TO WS-Ref-Code(WS-Ref-IDX)
                          WS-Ref-Name(WS-Ref-IDX)
                          WS-Ref-Extra(WS-Ref-IDX)
                          WS-Ref-Eop-Date(WS-Ref-IDX).
           SET WS-Ref-Row-Active(WS-Ref-IDX) TO TRUE.

       2000-Apply-Transactions.
           MOVE FD-RefTxnFile-Record(3:3) TO WS-Txn-Key.
           MOVE FD-RefTxnFile-Record(6:20) TO WS-Txn-Name.
           MOVE FD-RefTxnFile-Record(26:10) TO WS-Txn-Extra.
           MOVE FD-RefTxnFile-Record(36:8) TO WS-Txn-Eop-Date.

       2020-Validate-Transaction.
           SET WS-Txn-Valid TO TRUE.
              END-IF
           END-IF.

           IF WS-Txn-Valid AND WS-Txn-Model-File AND
              (WS-Txn-Add OR WS-Txn-Change)
              IF WS-Txn-Eop-Date NOT = SPACES AND
                 WS-Txn-Eop-Date IS NOT NUMERIC
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: EOP Date Not Numeric: "
                    WS-Txn-File-Id "-" WS-Txn-Key
              END-IF
           END-IF.

           IF WS-Txn-Valid
              PERFORM 2030-Find-Matching-Row
              EVALUATE TRUE
           MOVE WS-Txn-Key TO WS-Ref-Code(WS-Ref-IDX).
           MOVE WS-Txn-Name TO WS-Ref-Name(WS-Ref-IDX).
           MOVE WS-Txn-Extra TO WS-Ref-Extra(WS-Ref-IDX).
           IF WS-Txn-Model-File
              MOVE WS-Txn-Eop-Date TO WS-Ref-Eop-Date(WS-Ref-IDX)
           END-IF.

       2120-Apply-Change.
           MOVE WS-Txn-Name TO WS-Ref-Name(WS-Txn-Match-IDX).
           MOVE WS-Txn-Extra TO WS-Ref-Extra(WS-Txn-Match-IDX).
           IF WS-Txn-Model-File
              MOVE WS-Txn-Eop-Date TO
                 WS-Ref-Eop-Date(WS-Txn-Match-IDX)
           END-IF.

       2130-Apply-Delete.
           SET WS-Ref-Row-Deleted(WS-Txn-Match-IDX) TO TRUE.
                       FD-NewModelFile-Record(4:10)
                    MOVE WS-Ref-Extra(WS-Ref-IDX)(1:8) TO
                       FD-NewModelFile-Record(14:8)
                    MOVE WS-Ref-Eop-Date(WS-Ref-IDX) TO
                       FD-NewModelFile-Record(22:8)
                    WRITE FD-NewModelFile-Record
                    PERFORM 3060-Check-Model-Write
              END-EVALUATE
