      ***********************************************************
      * Copybook name: RPSAREA
      * Original author: David Stagowski
      *
      * Description: Parameter area for the RPSCREEN restricted-
      *    party screening routine.
      *
      *    Callers set the function 'S', the kind of value ('S'
      *    a SUPPLIER-NAME, 'A' an address), the supplier, the
      *    name (an address's first line for kind 'A'), city and
      *    country, and the business date, then CALL 'RPSCREEN'.
      *    The result comes back:
      *      'N' no probable hit, or every hit already cleared
      *          by compliance for this exact value
      *      'H' an OPEN or BLOCKED hit -- the supplier's POs
      *          must be held
      *    with the best open hit's score and list entry, and
      *    the queued flag 'Y' when this call put a new row on
      *    the compliance review queue.
      *
      *    Function 'E' at end of job closes the queue and
      *    prints the screening counts; a second 'E' is
      *    harmless.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-05 dastagg       Created for restricted-party
      *                          screening
      *
      **********************************************************
       01  WS-Rps-Request.
           05  WS-Rps-Function           PIC X(01) VALUE 'S'.
                88 WS-Rps-Screen          VALUE 'S'.
                88 WS-Rps-End             VALUE 'E'.
           05  WS-Rps-Kind               PIC X(01) VALUE SPACES.
                88 WS-Rps-Kind-Supplier   VALUE 'S'.
                88 WS-Rps-Kind-Address    VALUE 'A'.
           05  WS-Rps-Supplier-Code      PIC X(10) VALUE SPACES.
           05  WS-Rps-Address-Type       PIC X(01) VALUE SPACES.
           05  WS-Rps-Name               PIC X(40) VALUE SPACES.
           05  WS-Rps-City               PIC X(15) VALUE SPACES.
           05  WS-Rps-Country            PIC X(03) VALUE SPACES.
           05  WS-Rps-Business-Date      PIC 9(08) VALUE ZERO.
           05  WS-Rps-Result-Flag        PIC X(01) VALUE 'N'.
                88 WS-Rps-No-Hit          VALUE 'N'.
                88 WS-Rps-Open-Hit        VALUE 'H'.
           05  WS-Rps-Queued-Flag        PIC X(01) VALUE 'N'.
                88 WS-Rps-Newly-Queued    VALUE 'Y'.
                88 WS-Rps-Not-Queued      VALUE 'N'.
           05  WS-Rps-Score              PIC 9(03) VALUE ZERO.
           05  WS-Rps-List-Source        PIC X(03) VALUE SPACES.
           05  WS-Rps-List-Entry-Id      PIC X(10) VALUE SPACES.
           05  WS-Rps-List-Name          PIC X(40) VALUE SPACES.
