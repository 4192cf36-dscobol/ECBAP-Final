      ***********************************************************
      * Copybook name: SUPPCLS
      * Original author: David Stagowski
      *
      * Description: A copybook for one small-business or
      *    diversity classification a supplier holds, with its
      *    certification and the date that certification lapses.
      *
      *    One record per SUPPLIER-CODE and CLASS-CODE on
      *    ../data/supplier-class.dat.txt -- a supplier holds as
      *    many rows as it has certifications.  Maintained
      *    through SUPCLMNT (review, then PROMOTE pair SUPPCLS);
      *    read by SBSUBRPT for the subcontracting report.  A
      *    CERT-EXPIRY-DATE of zeros means the classification
      *    does not lapse (a self-certified size standard).
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-03 dastagg       Created for small-business and
      *                          diversity classification
      *
      **********************************************************
       01  :tag:-SUPP-CLASS-REC.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-CLASS-CODE          PIC X(02) VALUE SPACES.
                88 :tag:-CLASS-SB         VALUE 'SB'.
                88 :tag:-CLASS-SDB        VALUE 'SD'.
                88 :tag:-CLASS-WOSB       VALUE 'WO'.
                88 :tag:-CLASS-HUBZONE    VALUE 'HZ'.
                88 :tag:-CLASS-VOSB       VALUE 'VO'.
                88 :tag:-CLASS-SDVOSB     VALUE 'SV'.
                88 :tag:-CLASS-VALID      VALUE 'SB' 'SD' 'WO'
                                                'HZ' 'VO' 'SV'.
           05  :tag:-CERT-NUMBER         PIC X(15) VALUE SPACES.
           05  :tag:-CERT-AGENCY         PIC X(10) VALUE SPACES.
           05  :tag:-CERT-EXPIRY-DATE    PIC 9(08) VALUE ZERO.
