      ***********************************************************
      * Copybook name: AUTHAREA
      * Original author: David Stagowski
      *
      * Description: Parameter area for the AUTHCHK batch
      *    authority check.
      *
      *    Callers set the function 'C', their own program name,
      *    the submitter id off the transaction (a buyer's
      *    3-byte code is fine -- AUTHCHK resolves it through
      *    the identity cross-reference), the function code
      *    (see USERAUTH), whatever of supplier, buyer and
      *    promotion pair the transaction touches, and the
      *    business date, then CALL 'AUTHCHK'.  The result comes
      *    back:
      *      'Y' granted
      *      'N' refused -- already logged, with the reason
      *          NO AUTHORITY, AUTHORITY EXPIRED, OUTSIDE SCOPE
      *          or NO SUBMITTER ID
      *
      *    Function 'E' at end of job closes the refusal log and
      *    prints the check counts; a second 'E' is harmless.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-08 dastagg       Created for the central user-
      *                          authority table
      *
      **********************************************************
       01  WS-Auth-Request.
           05  WS-Auth-Function          PIC X(01) VALUE 'C'.
                88 WS-Auth-Check          VALUE 'C'.
                88 WS-Auth-End            VALUE 'E'.
           05  WS-Auth-Program           PIC X(08) VALUE SPACES.
           05  WS-Auth-User-Id           PIC X(08) VALUE SPACES.
           05  WS-Auth-Function-Code     PIC X(04) VALUE SPACES.
           05  WS-Auth-Supplier-Code     PIC X(10) VALUE SPACES.
           05  WS-Auth-Buyer-Code        PIC X(03) VALUE SPACES.
           05  WS-Auth-Pair-Id           PIC X(08) VALUE SPACES.
           05  WS-Auth-Business-Date     PIC 9(08) VALUE ZERO.
           05  WS-Auth-Result-Flag       PIC X(01) VALUE 'N'.
                88 WS-Auth-Granted        VALUE 'Y'.
                88 WS-Auth-Refused        VALUE 'N'.
           05  WS-Auth-Reason            PIC X(20) VALUE SPACES.
