      ***********************************************************
      * Copybook name: RPQUEUE
      * Original author: David Stagowski
      *
      * Description: A copybook for one row on the restricted-
      *    party compliance review queue.
      *
      *    One record per probable hit on
      *    ../data/rp-review-queue.dat.txt: the supplier, what
      *    was screened (its SUPPLIER-NAME, or one address's
      *    first line, city and country), and the list entry it
      *    matched with the score.  RPSCREEN appends the row
      *    OPEN the first time it finds the hit; RPREVIEW applies
      *    compliance's decision (review, then PROMOTE pair
      *    RPQUEUE).
      *
      *    A CLEARED row is a false positive for exactly the
      *    screened value on it -- if the supplier changes the
      *    name or address, the new value is screened afresh.  A
      *    BLOCKED row is a confirmed match and stays on the
      *    queue; while a supplier has an OPEN or BLOCKED row its
      *    POs are held and PORELEAS will not release them.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-05 dastagg       Created for restricted-party
      *                          screening
      *
      **********************************************************
       01  :tag:-RP-REVIEW-REC.
           05  :tag:-REVIEW-STATUS       PIC X(01) VALUE SPACES.
                88 :tag:-REVIEW-OPEN      VALUE 'O'.
                88 :tag:-REVIEW-CLEARED   VALUE 'C'.
                88 :tag:-REVIEW-BLOCKED   VALUE 'B'.
                88 :tag:-REVIEW-UNRESOLVED VALUE 'O' 'B'.
           05  :tag:-QUEUED-DATE         PIC 9(08) VALUE ZERO.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-SCREEN-KIND         PIC X(01) VALUE SPACES.
                88 :tag:-KIND-SUPPLIER    VALUE 'S'.
                88 :tag:-KIND-ADDRESS     VALUE 'A'.
           05  :tag:-ADDRESS-TYPE        PIC X(01) VALUE SPACES.
           05  :tag:-SCREENED-NAME       PIC X(40) VALUE SPACES.
           05  :tag:-SCREENED-CITY       PIC X(15) VALUE SPACES.
           05  :tag:-SCREENED-COUNTRY    PIC X(03) VALUE SPACES.
           05  :tag:-MATCH-SCORE         PIC 9(03) VALUE ZERO.
           05  :tag:-LIST-SOURCE         PIC X(03) VALUE SPACES.
           05  :tag:-LIST-ENTRY-ID       PIC X(10) VALUE SPACES.
           05  :tag:-LIST-NAME           PIC X(40) VALUE SPACES.
           05  :tag:-DECIDED-DATE        PIC 9(08) VALUE ZERO.
           05  :tag:-DECIDED-BY          PIC X(08) VALUE SPACES.
