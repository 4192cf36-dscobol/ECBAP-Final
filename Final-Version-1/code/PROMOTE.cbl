      *                          FDs so promotion never rewrites
      *                          the trail in a different on-disk
      *                          format than its readers open.
      * 2026-09-09 dastagg       DEMAND pair added for BOMEXPL's
      *                          exploded planning demand.
      * 2026-09-20 dastagg       CATALOG pair added for RFQAWARD's
      *                          staged negotiated-catalog rows.
      * 2026-09-22 dastagg       STDCOST pair added for STDMAINT's
      *                          staged standard-cost master.
      * 2026-10-03 dastagg       SUPPCLS pair added for SUPCLMNT's
      *                          staged supplier classifications.
      * 2026-10-05 dastagg       RPLIST pair for RPLOAD's staged
      *                          restricted-party list; RPQUEUE
      *                          pair for RPREVIEW's decided
      *                          review queue.
      * 2026-10-06 dastagg       APVCONT pair for APVENDX's CONTOUT
      *                          snapshot; RMTVQ pair for
      *                          RMTVERFY's remit verification
      *                          queue.
      * 2026-10-08 dastagg       USERAUTH pair for AUTHMNT's
      *                          staged user-authority file; the
      *                          submitter needs PROM authority
      *                          for the pair on that file
      *                          (AUTHCHK), else the request is
      *                          dropped.
      * 2026-10-15 dastagg       BUYRBUDG, BUYRCMTS and BLKTAGRE
      *                          pairs for YREND's staged budgets,
      *                          carried commitments and surviving
      *                          blanket agreements.
      * 2026-10-15 dastagg       SUPCHG pair added for SUPCHGIN's
      *                          staged supplier-submitted contact
      *                          and address changes.
      * 2026-10-15 dastagg       PRCCHG pair added for PRCCHG's
      *                          staged price-change request queue.
      * 2026-10-15 dastagg       Line-sequential copy records
      *                          widened to 400 for the 366-byte
      *                          POOUT image and the hold queue
      *                          built on it; the verify hash
      *                          still frames the first 160 bytes,
      *                          as every writer's does.
      * 2026-10-15 dastagg       SCHDSTAT pair added for RECMATCH's
      *                          staged delivery-schedule line
      *                          status.
      * 2026-10-15 dastagg       SUPPHIER pair added for SUPHRMNT's
      *                          staged supplier hierarchy.
      * 2026-10-15 dastagg       PARTCNTR pair added for CNTRMNT's
      *                          staged part container reference.
      * 2026-10-15 dastagg       Hold queue line now 389 for the
      *                          POOUT ship-to plant; still inside
      *                          the 400-byte copy records.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *    Wide enough for the longest line file any pair
      *    carries (the hold queue, 389); shorter lines pad with
      *    spaces on the read and lose them again on the write.
       01  FD-New-Record                PIC X(400).

       FD  LiveFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Live-Record               PIC X(400).

       FD  PriorFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Prior-Record              PIC X(400).

       FD  NewFileSeq
           LABEL RECORDS ARE STANDARD
           12 FILLER PIC X(44) VALUE
              "../data/po-hold-queue-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "DEMAND".
           12 FILLER PIC X(44) VALUE
              "../data/planning-demand-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/planning-demand.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/planning-demand-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "CATALOG".
           12 FILLER PIC X(44) VALUE
              "../data/supplier-catalog-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/supplier-catalog.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/supplier-catalog-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "STDCOST".
           12 FILLER PIC X(44) VALUE
              "../data/standard-cost-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/standard-cost.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/standard-cost-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "SUPPCLS".
           12 FILLER PIC X(44) VALUE
              "../data/supplier-class-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/supplier-class.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/supplier-class-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "RPLIST".
           12 FILLER PIC X(44) VALUE
              "../data/restricted-parties-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/restricted-parties.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/restricted-parties-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "RPQUEUE".
           12 FILLER PIC X(44) VALUE
              "../data/rp-review-queue-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/rp-review-queue.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/rp-review-queue-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "APVCONT".
           12 FILLER PIC X(44) VALUE
              "../data/ap-vendor-contacts-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/ap-vendor-contacts.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/ap-vendor-contacts-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "RMTVQ".
           12 FILLER PIC X(44) VALUE
              "../data/remit-verify-queue-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/remit-verify-queue.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/remit-verify-queue-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "USERAUTH".
           12 FILLER PIC X(44) VALUE
              "../data/user-authority-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/user-authority.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/user-authority-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "BUYRBUDG".
           12 FILLER PIC X(44) VALUE
              "../data/buyer-budgets-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/buyer-budgets.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/buyer-budgets-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "BUYRCMTS".
           12 FILLER PIC X(44) VALUE
              "../data/buyer-commitments-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/buyer-commitments.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/buyer-commitments-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "BLKTAGRE".
           12 FILLER PIC X(44) VALUE
              "../data/blanket-agreements-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/blanket-agreements.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/blanket-agreements-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "SUPCHG".
           12 FILLER PIC X(44) VALUE
              "../data/supplier-changes-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/supplier-changes.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/supplier-changes-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "PRCCHG".
           12 FILLER PIC X(44) VALUE
              "../data/price-change-requests-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/price-change-requests.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/price-change-requests-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "SCHDSTAT".
           12 FILLER PIC X(44) VALUE
              "../data/po-sched-status-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/po-sched-status.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/po-sched-status-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "SUPPHIER".
           12 FILLER PIC X(44) VALUE
              "../data/supplier-hierarchy-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/supplier-hierarchy.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/supplier-hierarchy-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
           12 FILLER PIC X(08) VALUE "PARTCNTR".
           12 FILLER PIC X(44) VALUE
              "../data/part-container-new.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/part-container.dat.txt".
           12 FILLER PIC X(44) VALUE
              "../data/part-container-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "L".
      *    The live audit trail is the DD-resolved PSAPAUD name
      *    every writer opens EXTEND -- the archival job's
      *    trimmed copy promotes over it through the same path.
              "../data/psapaud-prior.dat.txt".
           12 FILLER PIC X(01) VALUE "S".
       01  WS-Pair-Registry REDEFINES WS-Pair-Registry-Data.
           12 WS-Pair-Entry OCCURS 35 TIMES
              INDEXED BY WS-Pair-IDX.
              15 WS-Pair-Id             PIC X(08).
              15 WS-Pair-New-Path       PIC X(44).
              15 WS-Pair-Org            PIC X(01).

       01  WS-Registry-Fields.
           12 WS-Pair-Max-Cnt           PIC S9(4) COMP VALUE +35.
           12 WS-Pair-Org-Hold          PIC X(01) VALUE 'L'.
              88 WS-Org-Line-Seq           VALUE 'L'.
              88 WS-Org-Fixed-Seq          VALUE 'S'.
           12 WS-Request-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Promoted-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Failed-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Unauth-Cnt             PIC S9(4) COMP VALUE ZERO.

       01  WS-Verify-Fields.
           12 WS-New-Record-Cnt         PIC 9(09) VALUE ZERO.
           12 WS-Run-Date               PIC 9(08) VALUE ZERO.
           12 WS-Run-Time               PIC X(06) VALUE SPACES.

       COPY AUTHAREA.

       COPY MSGAREA.

       PROCEDURE DIVISION.
                 DISPLAY "PROMOTE: unknown pair id '"
                    FD-Req-Pair-Id "' -- request dropped"
              ELSE
                 PERFORM 2150-Check-Authority
                 IF WS-Auth-Refused
                    ADD +1 TO WS-Failed-Cnt
                    ADD +1 TO WS-Unauth-Cnt
                    DISPLAY "PROMOTE: " FD-Req-Submitter
                       " not authorized for pair " FD-Req-Pair-Id
                       " -- " WS-Auth-Reason " -- request dropped"
                 ELSE
                    PERFORM 2200-Verify-New-File
                    IF WS-Verify-Ok
                       PERFORM 2400-Keep-Prior-Copy
                       PERFORM 2500-Swap-New-Into-Place
                       PERFORM 2600-Write-Audit-Line
                       ADD +1 TO WS-Promoted-Cnt
                    ELSE
                       ADD +1 TO WS-Failed-Cnt
                       MOVE 8 TO RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF.
              END-IF
           END-PERFORM.

      *    Promoting is PROM, scoped by the pair id.
       2150-Check-Authority.
           SET WS-Auth-Check TO TRUE.
           MOVE "PROMOTE" TO WS-Auth-Program.
           MOVE FD-Req-Submitter TO WS-Auth-User-Id.
           MOVE "PROM" TO WS-Auth-Function-Code.
           MOVE SPACES TO WS-Auth-Supplier-Code WS-Auth-Buyer-Code.
           MOVE FD-Req-Pair-Id TO WS-Auth-Pair-Id.
           MOVE WS-Run-Date TO WS-Auth-Business-Date.
           CALL 'AUTHCHK' USING WS-Auth-Request.

      *    Count and hash the -new file, then hold both against
      *    the control line the writer left beside it.  A pair
      *    whose writer has no control line yet passes on a
       3000-End-Job.
           DISPLAY "PROMOTE: 3000-End-Job".
           CLOSE RequestFile AuditTrail.
           SET WS-Auth-End TO TRUE.
           CALL 'AUTHCHK' USING WS-Auth-Request.
           DISPLAY "  Promote: Requests Read:  " WS-Request-Cnt.
           DISPLAY "  Promote: Promoted:       " WS-Promoted-Cnt.
           DISPLAY "  Promote: Failed/Dropped: " WS-Failed-Cnt.
           DISPLAY "  Promote: Not Authorized: " WS-Unauth-Cnt.
