      ***********************************************************
      * Copybook name: AUTHLOG
      * Original author: David Stagowski
      *
      * Description: A copybook for one refused attempt against
      *    the central user-authority file.
      *
      *    AUTHCHK appends one to
      *    ../data/authority-refusal-log.dat.txt for every batch
      *    transaction it refuses, with the utility's program
      *    name as SOURCE; the online transactions write the same
      *    80 bytes to the CSSL-routed transient data queue AUTH,
      *    with the transaction id and terminal as SOURCE.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-08 dastagg       Created for the central user-
      *                          authority table
      *
      **********************************************************
       01  :tag:-REFUSAL-REC.
           05  :tag:-DATE                 PIC X(08) VALUE SPACES.
           05  :tag:-TIME                 PIC X(06) VALUE SPACES.
           05  :tag:-USER-ID              PIC X(08) VALUE SPACES.
           05  :tag:-SOURCE               PIC X(08) VALUE SPACES.
           05  :tag:-FUNCTION-CODE        PIC X(04) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
           05  :tag:-BUYER-CODE           PIC X(03) VALUE SPACES.
           05  :tag:-PAIR-ID              PIC X(08) VALUE SPACES.
           05  :tag:-REASON               PIC X(20) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE SPACES.
