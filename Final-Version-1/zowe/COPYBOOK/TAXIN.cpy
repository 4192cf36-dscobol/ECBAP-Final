      ***********************************************************
      * Copybook name: TAXIN
      * Original author: David Stagowski
      *
      * Description: The SUPP-TAX segment of the input record,
      *    as SUPPCALL's LINKAGE SECTION sees it -- the same group
      *    PSAP.cpy carries, declared here the way TERMSIN
      *    declares PAYMENT-TERMS.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-04 dastagg       Created for supplier tax
      *                          identification and 1099
      *                          reporting
      *
      **********************************************************
       01  SUPP-TAX.
           05  NUM-SUPP-TAX      PIC 9(02) VALUE ZERO.
           05  SUPP-TAX-INFO OCCURS 0 TO 1 TIMES
               DEPENDING ON NUM-SUPP-TAX INDEXED BY TAX-IDX.
               10 SUPP-TIN          PIC X(09) VALUE SPACES.
               10 SUPP-TIN-TYPE     PIC X(01) VALUE SPACES.
                   88 TIN-IS-EIN              VALUE 'E'.
                   88 TIN-IS-SSN              VALUE 'S'.
               10 SUPP-1099-FLAG    PIC X(01) VALUE SPACES.
                   88 SUPP-1099-REPORTABLE    VALUE 'Y'.
                   88 SUPP-1099-EXEMPT        VALUE 'N'.
               10 SUPP-1099-BOX     PIC X(02) VALUE SPACES.
               10 SUPP-W9-DATE      PIC 9(08) VALUE ZERO.
