      ***********************************************************
      * Copybook name: GLACCT
      * Original author: David Stagowski
      *
      * Description: A copybook for one account on the general
      *    ledger chart of accounts.
      *
      *    Kept by finance on ../data/gl-chart-of-accounts.dat.txt;
      *    read by POCALL, which will only write a PO whose
      *    distribution lines are coded to ACTIVE accounts on this
      *    file.  No file means GL coding is not yet in use and
      *    the account edit is not made.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-13 dastagg       Created for GL distribution on
      *                          purchase orders
      *
      **********************************************************
       01  :tag:-GL-ACCOUNT-REC.
           05  :tag:-GL-ACCOUNT          PIC X(10) VALUE SPACES.
           05  :tag:-GL-STATUS           PIC X(01) VALUE SPACES.
                88 :tag:-GL-ACTIVE        VALUE 'A'.
                88 :tag:-GL-CLOSED        VALUE 'C'.
           05  :tag:-GL-DESCRIPTION      PIC X(30) VALUE SPACES.
