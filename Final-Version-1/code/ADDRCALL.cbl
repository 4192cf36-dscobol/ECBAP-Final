      *                          paying a full-file scan per
      *                          lookup; REWRITE backstop, last
      *                          image wins, the SUPPOUT idiom.
      * 2026-10-05 dastagg       Every address screened against
      *                          the restricted-party lists and
      *                          embargoed countries through
      *                          RPSCREEN; a probable hit goes to
      *                          compliance review and flags the
      *                          record so POCALL holds its POs.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           12 WS-InValid-City-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-InValid-Country-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-InValid-Forgn-Post-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 WS-Rps-Hit-Cnt                PIC S9(4) COMP VALUE ZERO.

       01  WS-Address-Type-Tally.
           12 WS-Order-Type-Cnt             PIC S9(1) COMP VALUE ZERO.
              15 WS-Zip-City        PIC X(15).
       
       COPY MSGAREA.
       COPY RPSAREA.

       LINKAGE SECTION.
       COPY ADDRIN.
           ELSE
              PERFORM 2150-Validate-Foreign-Address
           END-IF.
           PERFORM 2170-Screen-Restricted-Party.

           IF WS-Address-Invalid
              SET WS-Addresses-Invalid TO TRUE
              END-IF
           END-IF.

      *    The address line, city and country go past the
      *    restricted-party lists on every load -- an address in
      *    an embargoed country is a hit whatever it says.  As
      *    for the supplier name, a probable hit only warns: the
      *    address still writes and RPSCREEN has queued it for
      *    compliance, and POCALL holds the POs meanwhile.
       2170-Screen-Restricted-Party.
           IF ADDRESS-1(ADDR-IDX) > SPACE
              SET WS-Rps-Screen TO TRUE
              SET WS-Rps-Kind-Address TO TRUE
              MOVE REF-SUPPLIER-CODE TO WS-Rps-Supplier-Code
              MOVE ADDRESS-TYPE(ADDR-IDX) TO WS-Rps-Address-Type
              MOVE ADDRESS-1(ADDR-IDX) TO WS-Rps-Name
              MOVE CITY(ADDR-IDX) TO WS-Rps-City
              MOVE COUNTRY-CODE(ADDR-IDX) TO WS-Rps-Country
              MOVE WS-CT-Business-Date TO WS-Rps-Business-Date
              CALL 'RPSCREEN' USING WS-Rps-Request
              IF WS-Rps-Open-Hit
                 SET WS-CT-Rps-Hit TO TRUE
                 SET WS-CT-Record-Warned TO TRUE
                 ADD +1 TO WS-Rps-Hit-Cnt
                 ADD +1 TO WS-Warn-Only-Cnt
                 IF WS-Rps-Newly-Queued
                    MOVE "ADDR004W" TO WS-Msg-Id
                    MOVE SPACES TO WS-Msg-Insert
                    STRING "SUPPLIER=" REF-SUPPLIER-CODE
                       " TYPE=" ADDRESS-TYPE(ADDR-IDX)
                       " LIST=" WS-Rps-List-Source
                       "-" WS-Rps-List-Entry-Id
                       " SCORE=" WS-Rps-Score
                       DELIMITED BY SIZE INTO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                 END-IF
              END-IF
           END-IF.

       2140-Validate-Unique-Address-Types.
      *    Each of the SUPP-ADDRESS occurrences should be a
      *    different ADDRESS-TYPE -- more than one Order, Sched,
              WS-InValid-Forgn-Post-Cnt.
           DISPLAY "  Addr: Warning-Only-Checks: "
              WS-Warn-Only-Cnt.
           DISPLAY "  Addr: Restricted-Party Hits: "
              WS-Rps-Hit-Cnt.
           SET WS-Rps-End TO TRUE.
           CALL 'RPSCREEN' USING WS-Rps-Request.
           CLOSE OUTFILE.
           CLOSE OutCsvFile.

