      *                          reason-code category, so the
      *                          supplier notices quote catalog
      *                          text instead of free wording.
      * 2026-09-24 dastagg       PPAP gating id for POCALL.
      * 2026-09-27 dastagg       ECN warning id for POCALL.
      * 2026-09-29 dastagg       Supplier capacity warning id for
      *                          POCALL.
      * 2026-10-02 dastagg       Prime contract id for POCALL.
      * 2026-10-05 dastagg       Restricted-party review ids for
      *                          SUPPCALL, ADDRCALL and POCALL.
      * 2026-10-12 dastagg       KPI threshold warning id for
      *                          KPISNAP.
      * 2026-10-13 dastagg       GL distribution id for POCALL.
      * 2026-10-14 dastagg       Intraday intake ids for PSAP.
      * 2026-10-15 dastagg       Open-period refusal id for YREND.
      * 2026-10-15 dastagg       Erasure request refusal id for
      *                          CONTERAS.
      * 2026-10-15 dastagg       Delivery schedule id for POCALL.
      * 2026-10-15 dastagg       Ship-to plant ids for POCALL.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
              "PSAP020EDUPLICATE TRANSMISSION REFUSED".
           12 FILLER PIC X(52) VALUE
              "PSAP021EPART/SUPPLIER CROSS-SEGMENT REJECT".
           12 FILLER PIC X(52) VALUE
              "PSAP022WOPERATIONS KPI OVER THRESHOLD".
           12 FILLER PIC X(52) VALUE
              "PSAP023INO NEW TRANSMISSIONS ON THE DROP LIST".
           12 FILLER PIC X(52) VALUE
              "PSAP024WBUSINESS DAY RUNS DO NOT RECONCILE".
           12 FILLER PIC X(52) VALUE
              "PSAP025EFISCAL YEAR HAS A PERIOD STILL OPEN".
           12 FILLER PIC X(52) VALUE
              "PSAP026WERASURE REQUEST INCOMPLETE - NOT APPLIED".
           12 FILLER PIC X(52) VALUE
              "PART001EPART MODULE FILE ERROR".
           12 FILLER PIC X(52) VALUE
              "SUPP003WSUPPLIER PERF TREND SWING".
           12 FILLER PIC X(52) VALUE
              "SUPP004ESUPPLIER SEGMENT FAILED VALIDATION".
           12 FILLER PIC X(52) VALUE
              "SUPP005WSUPPLIER NAME ON RESTRICTED-PARTY REVIEW".
           12 FILLER PIC X(52) VALUE
              "ADDR001EADDRESS MODULE FILE ERROR".
           12 FILLER PIC X(52) VALUE
              "ADDR002SADDRESS MODULE TABLE OVERFLOW".
           12 FILLER PIC X(52) VALUE
              "ADDR003EADDRESS SEGMENT FAILED VALIDATION".
           12 FILLER PIC X(52) VALUE
              "ADDR004WADDRESS ON RESTRICTED-PARTY REVIEW".
           12 FILLER PIC X(52) VALUE
              "POCL001EPO MODULE FILE ERROR".
           12 FILLER PIC X(52) VALUE
              "POCL012EPO SEGMENT FAILED VALIDATION".
           12 FILLER PIC X(52) VALUE
              "POCL013WBUYER OVER PERIOD BUDGET".
           12 FILLER PIC X(52) VALUE
              "POCL014ENO APPROVED OR INTERIM PPAP ON PAIRING".
           12 FILLER PIC X(52) VALUE
              "POCL015WPART HAS AN ECN NOT YET TAKEN UP".
           12 FILLER PIC X(52) VALUE
              "POCL016WPO TAKES SUPPLIER WEEK OVER CAPACITY".
           12 FILLER PIC X(52) VALUE
              "POCL017EGOVT PART PO WITHOUT A VALID PRIME CONTRACT".
           12 FILLER PIC X(52) VALUE
              "POCL018WPO HELD -- RESTRICTED-PARTY REVIEW OPEN".
           12 FILLER PIC X(52) VALUE
              "POCL019EPO GL DISTRIBUTION NOT VALID".
           12 FILLER PIC X(52) VALUE
              "POCL020EPO DELIVERY SCHEDULE NOT VALID".
           12 FILLER PIC X(52) VALUE
              "POCL021EPO SHIP-TO PLANT NOT VALID".
           12 FILLER PIC X(52) VALUE
              "POCL022WPO DELIVERY ON A PLANT NON-RECEIVING DAY".
           12 FILLER PIC X(52) VALUE
              "CONT001ECONTACT MODULE FILE ERROR".
           12 FILLER PIC X(52) VALUE
           12 FILLER PIC X(52) VALUE
              "TEST001EREGRESSION SCENARIOS MISSED".
       01  WS-Msg-Catalog REDEFINES WS-Msg-Catalog-Data.
           12 WS-Msg-Entry OCCURS 64 TIMES INDEXED BY WS-Msg-IDX.
              15 WS-Msg-Cat-Id          PIC X(08).
              15 WS-Msg-Cat-Text        PIC X(44).

           12 WS-Msg-Found-Flag         PIC X.
              88 WS-Msg-Found              VALUE 'Y'.
              88 WS-Msg-Not-Found          VALUE 'N'.
           12 WS-Msg-Max-Cnt            PIC S9(4) COMP VALUE +64.

       LINKAGE SECTION.
       01  LS-Msg-Request.
