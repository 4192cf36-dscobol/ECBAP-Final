      ***********************************************************
      * Copybook name: GOVTCON
      * Original author: David Stagowski
      *
      * Description: A copybook for one government prime
      *    contract a GOVT-PART can be bought against.
      *
      *    Kept by contracts administration on
      *    ../data/govt-contracts.dat.txt; read by POCALL, which
      *    will only write a PO for a GOVT-COMML-CODE 'G' part
      *    that names a contract on this file, at the contract's
      *    DPAS rating, inside its period of performance.  A
      *    PERF-END-DATE of zeros means open-ended.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-02 dastagg       Created for prime contract and
      *                          DPAS rating
      *
      **********************************************************
       01  :tag:-GOVT-CONTRACT-REC.
           05  :tag:-CONTRACT-NUMBER     PIC X(16) VALUE SPACES.
           05  :tag:-DPAS-RATING         PIC X(02) VALUE SPACES.
                88 :tag:-DPAS-DO          VALUE 'DO'.
                88 :tag:-DPAS-DX          VALUE 'DX'.
           05  :tag:-PERF-START-DATE     PIC 9(08) VALUE ZERO.
           05  :tag:-PERF-END-DATE       PIC 9(08) VALUE ZERO.
           05  :tag:-CO-NAME             PIC X(25) VALUE SPACES.
           05  :tag:-CO-PHONE            PIC X(12) VALUE SPACES.
           05  :tag:-CO-EMAIL            PIC X(30) VALUE SPACES.
