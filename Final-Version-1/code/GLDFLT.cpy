      ***********************************************************
      * Copybook name: GLDFLT
      * Original author: David Stagowski
      *
      * Description: A copybook for one default GL coding rule.
      *
      *    Kept by finance on ../data/gl-default-rules.dat.txt;
      *    read by POCALL when a plant sends a PO without a
      *    distribution.  A part rule ('P', keyed by part number)
      *    wins over a buyer rule ('B', keyed by buyer code); the
      *    PO is then coded 100 percent to the rule's account and
      *    cost center.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-13 dastagg       Created for GL distribution on
      *                          purchase orders
      *
      **********************************************************
       01  :tag:-GL-DEFAULT-REC.
           05  :tag:-RULE-TYPE           PIC X(01) VALUE SPACES.
                88 :tag:-RULE-BY-PART     VALUE 'P'.
                88 :tag:-RULE-BY-BUYER    VALUE 'B'.
           05  :tag:-RULE-KEY            PIC X(23) VALUE SPACES.
           05  :tag:-GL-ACCOUNT          PIC X(10) VALUE SPACES.
           05  :tag:-COST-CENTER         PIC X(06) VALUE SPACES.
