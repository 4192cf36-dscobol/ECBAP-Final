      ***********************************************************
      * Copybook name: SUPCHG
      * Original author: David Stagowski
      *
      * Description: A copybook for one supplier maintenance
      *    transaction -- a contact or address occurrence a
      *    supplier or purchasing submits directly.
      *
      *    Submitted on ../data/supplier-change-txns.dat.txt,
      *    validated by SUPCHGIN, staged for review and PROMOTE
      *    (pair SUPCHG) behind the date it was accepted, and
      *    applied to CONTOUT and addrout by SUPCHGAP.
      *
      *    Action A adds, C changes, D deletes the occurrence;
      *    R releases a standing change, so the next PSAP load's
      *    copy of the occurrence stands again.
      *    A contact occurrence is keyed by its sequence (zero
      *    on an add: SUPCHGIN assigns one); an address
      *    occurrence by its ADDRESS-TYPE, one of each type per
      *    supplier.
      *
      *    ACCEPTED-DATE is left blank on submission; SUPCHGIN
      *    stamps the business date on the staged copy.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for supplier-submitted
      *                          contact and address changes
      *
      **********************************************************
       01  :tag:-SUPP-CHANGE.
           05  :tag:-SUBMITTER           PIC X(08) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-ACTION              PIC X(01) VALUE SPACES.
                88 :tag:-ACTION-ADD       VALUE 'A'.
                88 :tag:-ACTION-CHANGE    VALUE 'C'.
                88 :tag:-ACTION-DELETE    VALUE 'D'.
                88 :tag:-ACTION-RELEASE   VALUE 'R'.
           05  :tag:-KIND                PIC X(01) VALUE SPACES.
                88 :tag:-KIND-CONTACT     VALUE 'C'.
                88 :tag:-KIND-ADDRESS     VALUE 'A'.
           05  :tag:-OCCURRENCE          PIC X(76) VALUE SPACES.
           05  :tag:-CONTACT REDEFINES :tag:-OCCURRENCE.
               10 :tag:-CONTACT-SEQ      PIC 9(02).
               10 :tag:-CONTACT-NAME     PIC X(20).
               10 :tag:-CONTACT-PHONE    PIC X(12).
               10 :tag:-CONTACT-EMAIL    PIC X(30).
               10 FILLER                 PIC X(12).
           05  :tag:-ADDRESS REDEFINES :tag:-OCCURRENCE.
               10 :tag:-ADDRESS-TYPE     PIC X(01).
                  88 :tag:-ORDER-ADDRESS           VALUE '1'.
                  88 :tag:-SCHED-ADDRESS           VALUE '2'.
                  88 :tag:-REMIT-ADDRESS           VALUE '3'.
                  88 :tag:-BILL-ADDRESS            VALUE '4'.
               10 :tag:-ADDRESS-1        PIC X(15).
               10 :tag:-ADDRESS-2        PIC X(15).
               10 :tag:-ADDRESS-3        PIC X(15).
               10 :tag:-CITY             PIC X(15).
               10 :tag:-ADDR-STATE       PIC X(02).
               10 :tag:-ZIP-CODE         PIC X(10).
               10 :tag:-COUNTRY-CODE     PIC X(03).
           05  :tag:-ACCEPTED-DATE       PIC 9(08) VALUE ZERO.
