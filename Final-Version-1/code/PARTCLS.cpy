      ***********************************************************
      * Copybook name: PARTCLS
      * Original author: David Stagowski
      *
      * Description: A copybook for the part spend-class file --
      *    one record per PART-NUMBER with its ABC class from
      *    trailing-twelve-month USD spend.
      *
      *    Written whole by ABCSPEND on ../data/part-class.dat.txt
      *    in rank order; SRCRPT and SUPPPKT print the class and
      *    the single-source flag beside each part.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-23 dastagg       Created for ABC spend classes
      *
      **********************************************************
       01  :tag:-PART-CLASS-REC.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-ABC-CLASS           PIC X(01) VALUE SPACES.
               88  :tag:-CLASS-A                   VALUE 'A'.
               88  :tag:-CLASS-B                   VALUE 'B'.
               88  :tag:-CLASS-C                   VALUE 'C'.
           05  :tag:-SINGLE-SOURCE-FLAG  PIC X(01) VALUE SPACES.
               88  :tag:-SINGLE-SOURCE             VALUE 'Y'.
           05  :tag:-SPEND-RANK          PIC 9(05) VALUE ZERO.
           05  :tag:-SPEND-USD           PIC 9(13)V99 VALUE ZERO.
           05  :tag:-CUM-SHARE-PCT       PIC 9(03)V99 VALUE ZERO.
           05  :tag:-SUPPLIER-CNT        PIC 9(03) VALUE ZERO.
