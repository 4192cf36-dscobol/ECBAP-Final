      ***********************************************************
      * Copybook name: USERAUTH
      * Original author: David Stagowski
      *
      * Description: A copybook for one grant on the central
      *    user-authority file.
      *
      *    One record per user id and role on
      *    ../data/user-authority.dat.txt, maintained only
      *    through AUTHMNT (submitter plus a second-person
      *    approval, review then PROMOTE pair USERAUTH).
      *    PSAPRBLD loads the promoted file into the USERAUTH
      *    cluster the online transactions browse by user id;
      *    the batch utilities ask AUTHCHK.
      *
      *    A grant lets its user perform each function code
      *    listed, up to and including EXPIRY-DATE, within its
      *    scope: blank is unrestricted; 'S' one supplier, 'B'
      *    one buyer code, 'P' one promotion pair, named in
      *    SCOPE-VALUE.  The function codes:
      *       RELS  release or cancel a held PO      PORELEAS, PSQA
      *       SAPR  approve or reject a supplier     SUPPAPPR, PSQA
      *       POCH  amend a purchase order           POCHG
      *       PLIF  change a part's lifecycle        PARTLIFE
      *       PROM  promote a file pair              PROMOTE
      *       SMNT  correct rating or status online  PSQM
      *       SUSP  work the suspense queue online   PSQW
      *       POIQ  inquire on a PO online           PSQP
      *       POEN  enter a PO online                PSQE
      *       AUTH  submit or approve authority      AUTHMNT
      *             maintenance
      *       PRCA  approve or reject a catalog      PRCCHG
      *             price-change request
      *    MANAGER-ID is who signs the grant off on AUTHCERT's
      *    recertification listing; CERTIFIED-DATE is when that
      *    manager last did.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-08 dastagg       Created for the central user-
      *                          authority table
      * 2026-10-09 dastagg       POEN added for online PO entry
      * 2026-10-10 dastagg       RELS and SAPR also checked at the
      *                          online approvals inbox
      * 2026-10-15 dastagg       PRCA for catalog price-change
      *                          approvals
      *
      **********************************************************
       01  :tag:-USER-AUTHORITY.
           05  :tag:-AUTH-KEY.
               10  :tag:-USER-ID          PIC X(08) VALUE SPACES.
               10  :tag:-ROLE             PIC X(08) VALUE SPACES.
           05  :tag:-FUNCTION-CODES.
               10  :tag:-FUNCTION-CODE OCCURS 8 TIMES
                                          PIC X(04).
           05  :tag:-SCOPE-TYPE           PIC X(01) VALUE SPACES.
                88 :tag:-SCOPE-ALL         VALUE SPACE.
                88 :tag:-SCOPE-SUPPLIER    VALUE 'S'.
                88 :tag:-SCOPE-BUYER       VALUE 'B'.
                88 :tag:-SCOPE-PAIR        VALUE 'P'.
                88 :tag:-SCOPE-VALID       VALUE SPACE 'S' 'B' 'P'.
           05  :tag:-SCOPE-VALUE          PIC X(10) VALUE SPACES.
           05  :tag:-EXPIRY-DATE          PIC 9(08) VALUE ZERO.
           05  :tag:-MANAGER-ID           PIC X(08) VALUE SPACES.
           05  :tag:-GRANTED-BY           PIC X(08) VALUE SPACES.
           05  :tag:-APPROVED-BY          PIC X(08) VALUE SPACES.
           05  :tag:-GRANTED-DATE         PIC 9(08) VALUE ZERO.
           05  :tag:-CERTIFIED-DATE       PIC 9(08) VALUE ZERO.
           05  FILLER                     PIC X(13) VALUE SPACES.
