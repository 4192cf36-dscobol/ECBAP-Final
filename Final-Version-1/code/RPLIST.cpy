      ***********************************************************
      * Copybook name: RPLIST
      * Original author: David Stagowski
      *
      * Description: A copybook for one entry on the
      *    restricted-party reference list -- a denied, debarred
      *    or sanctioned name from the published government
      *    lists, or an embargoed destination.
      *
      *    One record per list entry on
      *    ../data/restricted-parties.dat.txt.  Built by RPLOAD
      *    from the published download (review, then PROMOTE
      *    pair RPLIST); read by RPSCREEN, which screens every
      *    supplier name and address against it.
      *
      *    LIST-SOURCE names the list the entry came from.  An
      *    EMB entry carries no PARTY-NAME -- it embargoes the
      *    whole COUNTRY-CODE, and any supplier address there is
      *    a hit.  PARTY-CITY and COUNTRY-CODE are blank when
      *    the list does not publish them.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-05 dastagg       Created for restricted-party
      *                          screening
      *
      **********************************************************
       01  :tag:-RESTRICTED-PARTY.
           05  :tag:-LIST-SOURCE         PIC X(03) VALUE SPACES.
                88 :tag:-SRC-SDN          VALUE 'SDN'.
                88 :tag:-SRC-ENTITY       VALUE 'ENT'.
                88 :tag:-SRC-DENIED       VALUE 'DPL'.
                88 :tag:-SRC-UNVERIFIED   VALUE 'UVL'.
                88 :tag:-SRC-DEBARRED     VALUE 'DEB'.
                88 :tag:-SRC-EMBARGO      VALUE 'EMB'.
                88 :tag:-SRC-VALID        VALUE 'SDN' 'ENT' 'DPL'
                                                'UVL' 'DEB' 'EMB'.
           05  :tag:-ENTRY-ID            PIC X(10) VALUE SPACES.
           05  :tag:-PARTY-NAME          PIC X(40) VALUE SPACES.
           05  :tag:-PARTY-CITY          PIC X(15) VALUE SPACES.
           05  :tag:-COUNTRY-CODE        PIC X(03) VALUE SPACES.
