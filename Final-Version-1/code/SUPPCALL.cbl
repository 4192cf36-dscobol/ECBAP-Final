      *                          group -- the held image had been
      *                          losing the last digit of
      *                          SUPPLIER-ACT-DATE.
      * 2026-10-04 dastagg       Optional supplier tax segment
      *                          validated for format -- TIN,
      *                          TIN type, 1099 flag and box,
      *                          W-9 date -- and carried onto
      *                          SUPPOUT for the AP vendor feed
      *                          and the year-end 1099 run.
      * 2026-10-05 dastagg       Supplier name screened against
      *                          the restricted-party lists
      *                          through RPSCREEN; a probable hit
      *                          goes to compliance review and
      *                          flags the record so POCALL holds
      *                          its POs.
      * 2026-10-11 dastagg       A first-seen supplier put in
      *                          quarantine raises a SUPQUAR
      *                          notification.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           12 WS-Csv-Net-Days-Edit           PIC ZZ9.
           12 WS-Csv-Disc-Pct-Edit           PIC Z9.99.
           12 WS-Csv-Disc-Days-Edit          PIC ZZ9.

      *    Working fields for 2146-Check-Tax-Fields.
       01  WS-Tax-Check-Fields.
           12 WS-Tax-Check-Flag              PIC X VALUE 'G'.
              88 WS-Tax-Good                    VALUE 'G'.
              88 WS-Tax-Bad                     VALUE 'B'.
           12 WS-Tax-W9-Date                 PIC 9(08) VALUE ZERO.
           12 FILLER REDEFINES WS-Tax-W9-Date.
              15 WS-Tax-W9-Year              PIC 9(04).
              15 WS-Tax-W9-Month             PIC 9(02).
              15 WS-Tax-W9-Day               PIC 9(02).
           12 WS-Hist-Old-Perf-Edit          PIC ZZ9.
           12 WS-Hist-New-Perf-Edit          PIC ZZ9.

           12 WS-InValid-Type-Count        PIC S9(4) COMP VALUE ZERO.
           12 WS-InValid-Supp-Date-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 WS-InValid-Terms-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-InValid-Tax-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Dup-Supplier-Suppressed-Cnt PIC S9(4) COMP VALUE ZERO.
           12 WS-Supplier-Trend-Warn-Cnt   PIC S9(4) COMP VALUE ZERO.
           12 WS-Quarantined-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Rps-Hit-Cnt               PIC S9(4) COMP VALUE ZERO.

       01  WS-Severity-Storage.
      *    Check-id to class ('F' fatal / 'W' warning), loaded
              DEPENDING ON WS-Supp-Image-Cnt
              INDEXED BY WS-Supp-Image-IDX.
              15 WS-Supp-Image-Code        PIC X(10).
              15 WS-Supp-Image-Rec         PIC X(69).
           12 WS-Supp-Image-Found-Flag     PIC X.
              88 WS-Supp-Image-Found          VALUE 'Y'.
              88 WS-Supp-Image-Not-Found      VALUE 'N'.
      *    Same layout as the SUPPOUT record, for unpacking a prior
      *    image held in WS-Supp-Image-Table back into fields.
           COPY SUPPOUT REPLACING ==:tag:== BY ==Prior==.
       01  WS-Supp-New-Image               PIC X(69).

       COPY MSGAREA.
       COPY RPSAREA.
       COPY NTFYAREA.

       LINKAGE SECTION.
       COPY SUPPIN.
       COPY CALLTRK.
       COPY TERMSIN.
       COPY TAXIN.


       PROCEDURE DIVISION USING SUPPLIERS, WS-Call-Tracking,
           PAYMENT-TERMS, SUPP-TAX.
       0000-Mainline.
           EVALUATE TRUE 
              WHEN WS-CT-VW-First-Time
              OutFile-SUPPLIER-ACT-DATE.
           WRITE Outfile-SUPPLIERS.

      *    The TIN itself stays off the CSV, which is passed
      *    around freely; it reaches AP and the 1099 run only
      *    through SUPPOUT.
           MOVE SPACES TO FD-OutCsvFile-Record.
           STRING "SUPPLIER-CODE,SUPPLIER-TYPE,SUPPLIER-NAME,"
              "SUPPLIER-PERF,SUPPLIER-RATING,SUPPLIER-STATUS,"
              "SUPPLIER-ACT-DATE,TERMS-NET-DAYS,TERMS-DISC-PCT,"
              "TERMS-DISC-DAYS,TIN-TYPE,1099-FLAG,1099-BOX,W9-DATE"
              DELIMITED BY SIZE INTO FD-OutCsvFile-Record.
           WRITE FD-OutCsvFile-Record.

           PERFORM 2136-Validate-Supplier-Trend.
           PERFORM 2137-Validate-Known-Supplier.
           PERFORM 2140-Validate-Payment-Terms.
           PERFORM 2145-Validate-Tax-Info.
           PERFORM 2147-Screen-Restricted-Party.

           IF WS-Supplier-Valid
              SET WS-CT-Supp-V TO TRUE
                 DISPLAY "File Status: " WS-PendingSuppFile-Status
                 GOBACK
              END-IF
              PERFORM 2139-Notify-Quarantine
           END-IF.

      *    Once per code per run, like the pending-queue write --
      *    the reviewers hear of it before the supplier's POs are
      *    missed.
       2139-Notify-Quarantine.
           MOVE SPACES TO WS-Ntfy-Request.
           SET WS-Ntfy-Supp-Quarantined TO TRUE.
           MOVE "SUPPCALL" TO WS-Ntfy-Source.
           MOVE SUPPLIER-CODE TO WS-Ntfy-Event-Key.
           MOVE SUPPLIER-CODE TO WS-Ntfy-Supplier-Code.
           STRING "SUPPLIER " SUPPLIER-CODE " " SUPPLIER-NAME
              " QUARANTINED -- FIRST SEEN " WS-CT-Business-Date
              ", AWAITING REVIEW ON PSQA"
              DELIMITED BY SIZE INTO WS-Ntfy-Text.
           CALL 'PSAPNTFY' USING WS-Ntfy-Request.

      *    Payment terms are optional -- no segment just means no
      *    terms on file.  When one is present, the bounds have
      *    to be sane before AP builds discount schedules off
              END-IF
           END-IF.

      *    The tax segment is optional too, and a blank TIN is
      *    allowed through -- a reportable supplier with no TIN
      *    is the year-end 1099 run's exception to chase, not a
      *    reason to stop buying.  What is on file has to be well
      *    formed: nine digits, not all zeros; an SSN cannot start
      *    000, 666 or 9xx and an EIN cannot start 00; the type is
      *    E or S; the 1099 flag Y, N or blank, with a known box
      *    when Y; and a W-9 date of zeros (none on file) or a
      *    real YYYYMMDD.
       2145-Validate-Tax-Info.
           IF NUM-SUPP-TAX IS NOT NUMERIC OR NUM-SUPP-TAX > 1
              SET WS-Supplier-Invalid TO TRUE
              ADD +1 TO WS-InValid-Tax-Cnt
           ELSE
              IF NUM-SUPP-TAX = 1
                 SET WS-Tax-Good TO TRUE
                 PERFORM 2146-Check-Tax-Fields
                 IF WS-Tax-Bad
                    MOVE "SUPP-TAX" TO WS-Sev-Check-Id
                    PERFORM 2960-Classify-Check
                    IF WS-Sev-Fatal
                       SET WS-Supplier-Invalid TO TRUE
                       ADD +1 TO WS-InValid-Tax-Cnt
                    ELSE
                       ADD +1 TO WS-Warn-Only-Cnt
                       SET WS-CT-Record-Warned TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2146-Check-Tax-Fields.
           IF SUPP-TIN(1) NOT = SPACES
              IF SUPP-TIN(1) IS NOT NUMERIC OR
                 SUPP-TIN(1) = ZEROS
                 SET WS-Tax-Bad TO TRUE
              ELSE
                 EVALUATE TRUE
                    WHEN TIN-IS-SSN(1)
                       IF SUPP-TIN(1)(1:3) = "000" OR
                          SUPP-TIN(1)(1:3) = "666" OR
                          SUPP-TIN(1)(1:1) = "9"
                          SET WS-Tax-Bad TO TRUE
                       END-IF
                    WHEN TIN-IS-EIN(1)
                       IF SUPP-TIN(1)(1:2) = "00"
                          SET WS-Tax-Bad TO TRUE
                       END-IF
                    WHEN OTHER
                       SET WS-Tax-Bad TO TRUE
                 END-EVALUATE
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN SUPP-1099-REPORTABLE(1)
                 IF SUPP-1099-BOX(1) NOT = "N1" AND
                    SUPP-1099-BOX(1) NOT = "M1" AND
                    SUPP-1099-BOX(1) NOT = "M2" AND
                    SUPP-1099-BOX(1) NOT = "M3" AND
                    SUPP-1099-BOX(1) NOT = "M6"
                    SET WS-Tax-Bad TO TRUE
                 END-IF
              WHEN SUPP-1099-EXEMPT(1)
              WHEN SUPP-1099-FLAG(1) = SPACE
                 CONTINUE
              WHEN OTHER
                 SET WS-Tax-Bad TO TRUE
           END-EVALUATE.
           IF SUPP-W9-DATE(1) IS NOT NUMERIC
              SET WS-Tax-Bad TO TRUE
           ELSE
              IF SUPP-W9-DATE(1) NOT = ZERO
                 MOVE SUPP-W9-DATE(1) TO WS-Tax-W9-Date
                 IF WS-Tax-W9-Year < 1900 OR
                    WS-Tax-W9-Month < 1 OR WS-Tax-W9-Month > 12 OR
                    WS-Tax-W9-Day < 1 OR WS-Tax-W9-Day > 31
                    SET WS-Tax-Bad TO TRUE
                 END-IF
              END-IF
           END-IF.

      *    Every supplier name goes past the restricted-party
      *    lists on every load, so a renamed supplier is screened
      *    again.  A probable hit is not an edit failure -- the
      *    record still writes, warned, and RPSCREEN has put it on
      *    compliance's review queue; POCALL holds the POs until
      *    compliance clears it.
       2147-Screen-Restricted-Party.
           IF SUPPLIER-CODE > SPACE AND SUPPLIER-NAME > SPACE
              SET WS-Rps-Screen TO TRUE
              SET WS-Rps-Kind-Supplier TO TRUE
              MOVE SUPPLIER-CODE TO WS-Rps-Supplier-Code
              MOVE SPACE TO WS-Rps-Address-Type
              MOVE SUPPLIER-NAME TO WS-Rps-Name
              MOVE SPACES TO WS-Rps-City
              MOVE SPACES TO WS-Rps-Country
              MOVE WS-CT-Business-Date TO WS-Rps-Business-Date
              CALL 'RPSCREEN' USING WS-Rps-Request
              IF WS-Rps-Open-Hit
                 SET WS-CT-Rps-Hit TO TRUE
                 SET WS-CT-Record-Warned TO TRUE
                 ADD +1 TO WS-Rps-Hit-Cnt
                 ADD +1 TO WS-Warn-Only-Cnt
                 IF WS-Rps-Newly-Queued
                    MOVE "SUPP005W" TO WS-Msg-Id
                    MOVE SPACES TO WS-Msg-Insert
                    STRING "SUPPLIER=" SUPPLIER-CODE
                       " LIST=" WS-Rps-List-Source
                       "-" WS-Rps-List-Entry-Id
                       " SCORE=" WS-Rps-Score
                       DELIMITED BY SIZE INTO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                 END-IF
              END-IF
           END-IF.

       2200-Build-Outfile.
           MOVE SUPPLIER-CODE TO
                OutFile-SUPPLIER-CODE.
                           OutFile-TERMS-DISC-PCT
                           OutFile-TERMS-DISC-DAYS
           END-IF.
           IF NUM-SUPP-TAX IS NUMERIC AND NUM-SUPP-TAX = 1
              MOVE SUPP-TIN(1) TO OutFile-SUPPLIER-TIN
              MOVE SUPP-TIN-TYPE(1) TO OutFile-TIN-TYPE
              MOVE SUPP-1099-FLAG(1) TO OutFile-1099-FLAG
              MOVE SUPP-1099-BOX(1) TO OutFile-1099-BOX
              MOVE SUPP-W9-DATE(1) TO OutFile-W9-DATE
           ELSE
              MOVE SPACES TO OutFile-SUPPLIER-TIN
                             OutFile-TIN-TYPE
                             OutFile-1099-FLAG
                             OutFile-1099-BOX
              MOVE ZERO TO OutFile-W9-DATE
           END-IF.


       3000-End-Job.
              WS-Quarantined-Cnt.
           DISPLAY "  Supp:  InValid-Pay-Terms: "
              WS-InValid-Terms-Cnt.
           DISPLAY "  Supp:  InValid-Tax-Info: "
              WS-InValid-Tax-Cnt.
           DISPLAY "  Supp:  Restricted-Party Hits: "
              WS-Rps-Hit-Cnt.
           SET WS-Rps-End TO TRUE.
           CALL 'RPSCREEN' USING WS-Rps-Request.
           CLOSE OUTFILE.
           CLOSE OutCsvFile.
           CLOSE SuppChangeLog.
              "," WS-Csv-Net-Days-Edit DELIMITED BY SIZE
              "," WS-Csv-Disc-Pct-Edit DELIMITED BY SIZE
              "," WS-Csv-Disc-Days-Edit DELIMITED BY SIZE
              "," OutFile-TIN-TYPE DELIMITED BY SPACE
              "," OutFile-1099-FLAG DELIMITED BY SPACE
              "," OutFile-1099-BOX DELIMITED BY SPACE
              "," OutFile-W9-DATE DELIMITED BY SIZE
              INTO FD-OutCsvFile-Record.
           WRITE FD-OutCsvFile-Record.

