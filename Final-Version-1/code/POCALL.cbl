      *                          period's budget; a PO pushing
      *                          past it warns, hardenable to
      *                          fatal via PO-BUDGET.
      * 2026-09-24 dastagg       PPAP gating -- a PO on a part/
      *                          supplier pairing without an
      *                          approved (or unexpired interim)
      *                          PPAP on PPAPSTAT rejects, or
      *                          holds via an 'H' row for
      *                          PO-PPAP.
      * 2026-09-25 dastagg       Risk record carries a sixth
      *                          factor's points -- FILLER widened.
      * 2026-09-27 dastagg       ECN warning -- a PO on a part
      *                          with a released ECN is flagged
      *                          until the catalog carries the
      *                          new spec/blueprint and the
      *                          supplier has acknowledged it.
      * 2026-09-29 dastagg       Supplier capacity warning -- a PO
      *                          that takes its supplier's week
      *                          for the part over the declared
      *                          capacity, on top of CAPLDRPT's
      *                          open load, is flagged.
      * 2026-10-02 dastagg       Government contracts -- a PO for
      *                          a GOVT-PART must name a prime
      *                          contract on the contract file,
      *                          at its DPAS rating and inside its
      *                          period of performance (PO-CONTRACT
      *                          through the severity machinery);
      *                          contract and rating carried on
      *                          POOUT.
      * 2026-10-05 dastagg       Restricted-party hold -- every PO
      *                          on a record whose supplier name
      *                          or an address is on an open or
      *                          blocked compliance review goes
      *                          to the hold queue as PO-RPSHOLD,
      *                          whatever the severity file says.
      * 2026-10-11 dastagg       A PO diverted to the hold queue
      *                          raises a POHELD notification for
      *                          its buyer and supplier.
      * 2026-10-13 dastagg       GL distribution -- each PO's GL
      *                          account / cost center / percent
      *                          lines must be on finance's chart
      *                          of accounts and cost-center list
      *                          and total 100 percent (PO-GLDIST
      *                          through the severity machinery);
      *                          a PO sent without one is coded
      *                          from the part, else the buyer,
      *                          default rule.  Lines and their
      *                          source carried on POOUT, image
      *                          160.
      * 2026-10-15 dastagg       Delivery schedules -- a PO's
      *                          schedule lines must sum to its
      *                          QUANTITY (PO-SCHED through the
      *                          severity machinery, POCL020E),
      *                          and each line's due date gets
      *                          the working-day and lead-time
      *                          checks DELIVERY-DATE does.  The
      *                          lines are carried on POOUT,
      *                          image 366.
      * 2026-10-15 dastagg       Ship-to plant -- each PO ships to
      *                          the plant its own ship-to names,
      *                          else the transmission header's
      *                          plant, else the plant master's
      *                          default; a plant not on the
      *                          master is PO-SHIPTO (severity
      *                          machinery, POCL021E), a delivery
      *                          on one of the plant's closed
      *                          days is warned (POCL022W).  The
      *                          plant is stamped back on the
      *                          record's ship-to segment and
      *                          carried on POOUT, image 369.
      * 2026-10-15 dastagg       A header plant not on the plant
      *                          master is PO-SHIPTO too, not
      *                          swapped for the default plant.
      * 2026-10-15 dastagg       Supplier capacity weighs a PO
      *                          with schedule lines week by
      *                          week, each line in its own due
      *                          date's week, at warning and
      *                          when the load is consumed.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RiskFile-Status.

      *    ECNIMPCT's SELECTs are the authority -- engineering's
      *    released changes and purchasing's supplier acks.
           SELECT EcnFile
           ASSIGN TO "../data/ecn.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EcnFile-Status.

           SELECT EcnAckFile
           ASSIGN TO "../data/ecn-supplier-ack.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EcnAckFile-Status.

      *    CAPLDRPT's SELECTs are the authority -- the suppliers'
      *    declared weekly capacity and the open PO load already
      *    against it.
           SELECT CapFile
           ASSIGN TO "../data/supplier-capacity.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CapFile-Status.

           SELECT CapLoadFile
           ASSIGN TO "../data/capacity-load.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CapLoadFile-Status.

      *    Contracts administration's prime contracts (GOVTCON).
           SELECT GovtConFile
           ASSIGN TO "../data/govt-contracts.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GovtConFile-Status.

      *    Finance's chart of accounts (GLACCT), cost centers
      *    (COSTCTR) and default coding rules (GLDFLT).
           SELECT GlChartFile
           ASSIGN TO "../data/gl-chart-of-accounts.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GlChartFile-Status.

           SELECT CostCtrFile
           ASSIGN TO "../data/cost-centers.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CostCtrFile-Status.

           SELECT GlDefaultFile
           ASSIGN TO "../data/gl-default-rules.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GlDefaultFile-Status.

      *    The promoted lifecycle file PARTLIFE maintains --
      *    PARTCALL's SELECT is the authority on the shape.
           SELECT LifecycleFile
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CommitFile-Status.

      *    Materials management's plant master (PLANTMST) --
      *    the plants a PO may ship to and their receiving days.
      *    No file means no plant is stamped or checked.
           SELECT PlantFile
           ASSIGN TO "../data/plant-master.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PlantFile-Status.

      *    PPAPMNT's SELECT is the authority on the keyed PPAP
      *    status file -- random reads by part + supplier here.
           SELECT PpapFile
           ASSIGN TO PPAPSTAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Ppap-PPAP-KEY
           FILE STATUS IS WS-PpapFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PpapFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PPAPSTAT REPLACING ==:tag:== BY ==Ppap==.

       FD  BudgetFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           05 FD-Risk-Supplier          PIC X(10).
           05 FD-Risk-Score             PIC 9(03).
           05 FD-Risk-Tier              PIC X(01).
           05 FILLER                    PIC X(12).

       FD  EcnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ECNREC REPLACING ==:tag:== BY ==Ecn==.

       FD  EcnAckFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ECNACK REPLACING ==:tag:== BY ==Ack==.

       FD  CapFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPCAP REPLACING ==:tag:== BY ==Cap==.

       FD  CapLoadFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CAPLDEXT REPLACING ==:tag:== BY ==Cload==.

       FD  GovtConFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY GOVTCON REPLACING ==:tag:== BY ==Gcon==.

       FD  GlChartFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY GLACCT REPLACING ==:tag:== BY ==Glac==.

       FD  CostCtrFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY COSTCTR REPLACING ==:tag:== BY ==Ccen==.

       FD  GlDefaultFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY GLDFLT REPLACING ==:tag:== BY ==Gldf==.

       FD  PlantFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PLANTMST REPLACING ==:tag:== BY ==Plnt==.

       FD  HoldQueueFile
           LABEL RECORDS ARE STANDARD
       01  FD-HoldQueue-Record.
           05 FD-HQ-Held-Date           PIC 9(08).
           05 FD-HQ-Check-Id            PIC X(12).
           05 FD-HQ-Po-Image            PIC X(369).

       FD  SupersedeFile
           LABEL RECORDS ARE STANDARD
           COPY WSFST REPLACING ==:tag:== BY ==SupersedeFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LifecycleFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RiskFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EcnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EcnAckFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CapFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CapLoadFile==.
           COPY WSFST REPLACING ==:tag:== BY ==GovtConFile==.
           COPY WSFST REPLACING ==:tag:== BY ==GlChartFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CostCtrFile==.
           COPY WSFST REPLACING ==:tag:== BY ==GlDefaultFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HoldQueueFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PpapFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PlantFile==.

      *    Output paths are built at run time so a parallel stream
      *    job can redirect them; the VALUE clauses are the live
                    88 WS-Occ-Held        VALUE 'H'.
                 18 WS-Occ-Hold-Check   PIC X(12).
           12 WS-Held-PO-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Rps-Hold-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Hold-Queue-Open-Flag PIC X VALUE 'N'.
              88 WS-Hold-Queue-Open      VALUE 'Y'.

           12 WS-InValid-Blkt-Ceiling-Cnt  PIC S9(4) COMP VALUE ZERO.
           12 WS-InValid-Blkt-Expiry-Cnt   PIC S9(4) COMP VALUE ZERO.

       01  WS-Ppap-Storage.
      *    No PPAPSTAT file at all means the site hasn't put its
      *    pairings under PPAP control -- the check stands down
      *    rather than stopping every PO.
           12 WS-Ppap-Open-Flag            PIC X VALUE 'N'.
              88 WS-Ppap-File-Open            VALUE 'Y'.
           12 WS-Ppap-Ok-Flag              PIC X.
              88 WS-Ppap-Ok                   VALUE 'Y'.
              88 WS-Ppap-Not-Ok               VALUE 'N'.
           12 WS-Ppap-Why                  PIC X(10).
           12 WS-InValid-Ppap-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Ppap-Warn-Cnt             PIC S9(4) COMP VALUE ZERO.

       01  WS-Ecn-Storage.
      *    Released ECNs by part, and which suppliers have
      *    acknowledged which ECN.  No files, no warnings.
           12 WS-Ecn-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Ecn-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Ecn-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Ecn-Cnt
              INDEXED BY WS-Ecn-IDX.
              15 WS-Ecn-Number             PIC X(08).
              15 WS-Ecn-Part               PIC X(23).
              15 WS-Ecn-New-Spec           PIC X(07).
              15 WS-Ecn-New-Blueprint      PIC X(10).
           12 WS-Ecn-Ack-Max-Cnt           PIC S9(4) COMP VALUE +9999.
           12 WS-Ecn-Ack-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Ecn-Ack-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Ecn-Ack-Cnt
              INDEXED BY WS-Ecn-Ack-IDX.
              15 WS-Ecn-Ack-Number         PIC X(08).
              15 WS-Ecn-Ack-Supplier       PIC X(10).
           12 WS-Ecn-Catalog-Flag          PIC X.
              88 WS-Ecn-Catalog-Current       VALUE 'Y'.
              88 WS-Ecn-Catalog-Behind        VALUE 'N'.
           12 WS-Ecn-Supp-Flag             PIC X.
              88 WS-Ecn-Supp-Acked            VALUE 'Y'.
              88 WS-Ecn-Supp-Not-Acked        VALUE 'N'.
           12 WS-Ecn-Why                   PIC X(08).
           12 WS-Ecn-Warn-Cnt              PIC S9(4) COMP VALUE ZERO.

       01  WS-Capacity-Storage.
      *    Declared weekly capacity per supplier and part or part
      *    family, and the load per declaration and week --
      *    seeded from CAPLDRPT's extract, added to as this run's
      *    POs write.  No declarations, no warnings.
           12 WS-Cap-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Cap-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Cap-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Cap-Cnt
              INDEXED BY WS-Cap-IDX.
              15 WS-Cap-Supplier           PIC X(10).
              15 WS-Cap-Part-Key           PIC X(23).
              15 WS-Cap-Family-Len         PIC 9(02).
              15 WS-Cap-Weekly-Qty         PIC 9(07).
              15 WS-Cap-Eff-From           PIC 9(08).
              15 WS-Cap-Eff-To             PIC 9(08).
           12 WS-Cap-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Cap-Family-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Cap-Bkt-Max-Cnt           PIC S9(4) COMP VALUE +9999.
           12 WS-Cap-Bkt-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Cap-Bkt-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Cap-Bkt-Cnt
              INDEXED BY WS-Cap-Bkt-IDX.
              15 WS-Cap-Bkt-Cap-IDX        PIC S9(4) COMP.
              15 WS-Cap-Bkt-Week-Start     PIC 9(08).
              15 WS-Cap-Bkt-Load-Qty       PIC S9(9) COMP.
           12 WS-Cap-Bkt-Match-IDX         PIC S9(4) COMP VALUE ZERO.
           12 WS-Cap-Hold-Supplier         PIC X(10).
           12 WS-Cap-Hold-Part             PIC X(23).
           12 WS-Cap-Hold-Len              PIC 9(02).
           12 WS-Cap-Day-Int               PIC 9(10) VALUE ZERO.
           12 WS-Cap-Week-Start            PIC 9(08) VALUE ZERO.
           12 WS-Cap-Load-Qty              PIC S9(9) COMP VALUE ZERO.
           12 WS-Cap-Warn-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Cap-Date                  PIC 9(08) VALUE ZERO.
           12 WS-Cap-Qty                   PIC S9(9) COMP VALUE ZERO.
      *    This PO's quantity by declaration and week -- one week
      *    for a PO delivered at once, up to one per schedule line
      *    for a PO delivered in drops.
           12 WS-Cap-Wk-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Cap-Wk-Sub                PIC S9(4) COMP VALUE ZERO.
           12 WS-Cap-Wk-Match-Sub          PIC S9(4) COMP VALUE ZERO.
           12 WS-Cap-Wk-Table OCCURS 12 TIMES.
              15 WS-Cap-Wk-Cap-IDX         PIC S9(4) COMP.
              15 WS-Cap-Wk-Start           PIC 9(08).
              15 WS-Cap-Wk-Qty             PIC S9(9) COMP.

       01  WS-Govt-Contract-Storage.
      *    The prime contracts a GOVT-PART PO may be placed
      *    against.  No file, no contracts -- every GOVT-PART PO
      *    then fails the check.
           12 WS-Gcon-Max-Cnt              PIC S9(4) COMP VALUE +999.
           12 WS-Gcon-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Gcon-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Gcon-Cnt
              INDEXED BY WS-Gcon-IDX.
              15 WS-Gcon-Number            PIC X(16).
              15 WS-Gcon-Rating            PIC X(02).
              15 WS-Gcon-Perf-Start        PIC 9(08).
              15 WS-Gcon-Perf-End          PIC 9(08).
           12 WS-Gcon-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Gcon-Po-Sub               PIC S9(4) COMP VALUE ZERO.
           12 WS-Gcon-Hold-Number          PIC X(16) VALUE SPACES.
           12 WS-Gcon-Hold-Rating          PIC X(02) VALUE SPACES.
           12 WS-Gcon-Why                  PIC X(08) VALUE SPACES.
           12 WS-InValid-Contract-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 WS-Contract-Warn-Cnt         PIC S9(4) COMP VALUE ZERO.

       01  WS-Gl-Dist-Storage.
      *    The chart of accounts and the cost centers a PO may be
      *    coded to.  An empty table means finance has not put
      *    that coding in use yet, and its edit is not made.
           12 WS-Glac-Max-Cnt              PIC S9(4) COMP VALUE +2000.
           12 WS-Glac-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Glac-Table OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-Glac-Cnt
              INDEXED BY WS-Glac-IDX.
              15 WS-Glac-Account           PIC X(10).
              15 WS-Glac-Status            PIC X(01).
           12 WS-Ccen-Max-Cnt              PIC S9(4) COMP VALUE +999.
           12 WS-Ccen-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Ccen-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Ccen-Cnt
              INDEXED BY WS-Ccen-IDX.
              15 WS-Ccen-Code              PIC X(06).
              15 WS-Ccen-Status            PIC X(01).
           12 WS-Gldf-Max-Cnt              PIC S9(4) COMP VALUE +999.
           12 WS-Gldf-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Gldf-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Gldf-Cnt
              INDEXED BY WS-Gldf-IDX.
              15 WS-Gldf-Type              PIC X(01).
              15 WS-Gldf-Key               PIC X(23).
              15 WS-Gldf-Account           PIC X(10).
              15 WS-Gldf-Center            PIC X(06).
           12 WS-Glac-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Ccen-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Gldf-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Dist-Po-Sub               PIC S9(4) COMP VALUE ZERO.
           12 WS-Dist-Line-Sub             PIC S9(4) COMP VALUE ZERO.
           12 WS-Dist-Used-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Dist-Used-Line            PIC S9(4) COMP VALUE ZERO.
           12 WS-Dist-Bad-Line             PIC 9(01) VALUE ZERO.
           12 WS-Dist-Pct-Total            PIC 9(05)V99 VALUE ZERO.
           12 WS-Dist-Why                  PIC X(08) VALUE SPACES.
      *    This PO's coding as it will be written -- the caller's
      *    occurrence, or the default rule's single 100% line.
           12 WS-Dist-Hold.
              15 WS-Dist-Hold-Line OCCURS 3 TIMES.
                 20 WS-Dist-Hold-Account   PIC X(10).
                 20 WS-Dist-Hold-Center    PIC X(06).
                 20 WS-Dist-Hold-Pct       PIC 9(03)V99.
           12 WS-Dist-Blank.
              15 FILLER OCCURS 3 TIMES.
                 20 FILLER                 PIC X(10) VALUE SPACES.
                 20 FILLER                 PIC X(06) VALUE SPACES.
                 20 FILLER                 PIC 9(03)V99 VALUE ZERO.
           12 WS-Dist-Hold-Source          PIC X(01) VALUE SPACE.
              88 WS-Dist-From-Plant           VALUE 'P'.
              88 WS-Dist-From-Part            VALUE 'R'.
              88 WS-Dist-From-Buyer           VALUE 'B'.
              88 WS-Dist-None                 VALUE ' '.
           12 WS-InValid-Gl-Dist-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Gl-Dist-Warn-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Gl-Default-Cnt            PIC S9(4) COMP VALUE ZERO.

       01  WS-Sched-Storage.
      *    This PO's delivery schedule as the caller sent it.  The
      *    lines in use run from the first through the last one
      *    carrying a quantity or a due date; a gap inside that
      *    range is a fault, not the end of the schedule.
           12 WS-Sched-Po-Sub              PIC S9(4) COMP VALUE ZERO.
           12 WS-Sched-Line-Sub            PIC S9(4) COMP VALUE ZERO.
           12 WS-Sched-Used-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Sched-Qty-Total           PIC S9(9) COMP VALUE ZERO.
           12 WS-Sched-Prior-Line-No       PIC 9(02) VALUE ZERO.
           12 WS-Sched-Bad-Line            PIC 9(02) VALUE ZERO.
           12 WS-Sched-Why                 PIC X(08) VALUE SPACES.
           12 WS-Sched-Lead-Flag           PIC X(01) VALUE 'N'.
              88 WS-Sched-Lead-Reported       VALUE 'Y'.
           12 WS-Sched-Due-Int             PIC 9(10) VALUE ZERO.
           12 WS-Sched-Hold.
              15 WS-Sched-Hold-Line OCCURS 12 TIMES.
                 20 WS-Sched-Hold-Line-No  PIC 9(02).
                 20 WS-Sched-Hold-Qty      PIC 9(07).
                 20 WS-Sched-Hold-Due      PIC 9(08).
           12 WS-Sched-Blank               PIC X(204) VALUE ZEROS.
           12 WS-Sched-Po-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-InValid-Sched-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Sched-Warn-Cnt            PIC S9(4) COMP VALUE ZERO.

       01  WS-Plant-Storage.
      *    The plant master, loaded once per run.  An empty table
      *    means no plant master is kept and no ship-to edit is
      *    made -- a plant the PO names is carried as sent.
           12 WS-Plant-Default             PIC X(03) VALUE SPACES.
           12 WS-Plant-Match-IDX           PIC S9(4) COMP VALUE ZERO.
           12 WS-Ship-Po-Sub               PIC S9(4) COMP VALUE ZERO.
           12 WS-Ship-Sent-Plant           PIC X(03) VALUE SPACES.
           12 WS-Ship-Hold-Plant           PIC X(03) VALUE SPACES.
           12 WS-Ship-Find-Plant           PIC X(03) VALUE SPACES.
           12 WS-Ship-Why                  PIC X(13) VALUE SPACES.
           12 WS-Ship-Recv-Days            PIC X(07) VALUE SPACES.
           12 WS-Ship-Day-Slot             PIC 9(01) VALUE ZERO.
           12 WS-Ship-Dlv-Int              PIC 9(10) VALUE ZERO.
           12 WS-InValid-Ship-To-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Ship-To-Warn-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Ship-To-Default-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Ship-NonRecv-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Plant-Max-Cnt             PIC S9(4) COMP VALUE +99.
           12 WS-Plant-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Plant-Table OCCURS 0 TO 99 TIMES
              DEPENDING ON WS-Plant-Cnt
              INDEXED BY WS-Plant-IDX.
              15 WS-Plant-Code             PIC X(03).
              15 WS-Plant-Recv-Days        PIC X(07).

       01  WS-Risk-Storage.
      *    Only the highest tier matters to the edits -- the
      *    watch list handles the rest.
           12 WS-Hold-Order-Value        PIC S9(13)V99 VALUE ZERO.

       COPY MSGAREA.
       COPY NTFYAREA.

       LINKAGE SECTION.
       COPY POIN.
           05 REF-UNIT-OF-MEASURE          PIC X(03).
       01  PO-SUPP-REF.
           05 REF-SUPPLIER-CODE            PIC X(10).
      *    The caller's PO-CONTRACTS segment -- occurrence n is
      *    PURCHASE-ORDER n's prime contract and DPAS rating.
       01  PO-CONTRACT-REF.
           05 REF-NUM-PO-CONTRACTS         PIC 9(02).
           05 REF-PO-CONTRACT OCCURS 0 TO 10 TIMES
              DEPENDING ON REF-NUM-PO-CONTRACTS
              INDEXED BY REF-PCON-IDX.
              10 REF-PRIME-CONTRACT-NO     PIC X(16).
              10 REF-DPAS-RATING           PIC X(02).
      *    The caller's PO-DISTRIBUTIONS segment -- occurrence n
      *    is PURCHASE-ORDER n's GL coding, three lines.
       01  PO-DIST-REF.
           05 REF-NUM-PO-DISTS             PIC 9(02).
           05 REF-PO-DIST OCCURS 0 TO 10 TIMES
              DEPENDING ON REF-NUM-PO-DISTS
              INDEXED BY REF-DIST-IDX.
              10 REF-DIST-LINE OCCURS 3 TIMES.
                 15 REF-DIST-GL-ACCOUNT    PIC X(10).
                 15 REF-DIST-COST-CENTER   PIC X(06).
                 15 REF-DIST-PERCENT       PIC 9(03)V99.
      *    The caller's PO-SCHEDULES segment -- occurrence n is
      *    PURCHASE-ORDER n's delivery schedule, twelve lines.
       01  PO-SCHED-REF.
           05 REF-NUM-PO-SCHEDS            PIC 9(02).
           05 REF-PO-SCHED OCCURS 0 TO 10 TIMES
              DEPENDING ON REF-NUM-PO-SCHEDS
              INDEXED BY REF-SCHD-IDX.
              10 REF-SCHED-LINE OCCURS 12 TIMES.
                 15 REF-SCHED-LINE-NO      PIC 9(02).
                 15 REF-SCHED-QUANTITY     PIC 9(07).
                 15 REF-SCHED-DUE-DATE     PIC 9(08).
      *    The caller's PO-SHIPTOS segment -- occurrence n is the
      *    plant PURCHASE-ORDER n ships to.  Written back here
      *    with the plant resolved, so the good file and a
      *    redrive carry it.
       01  PO-SHIPTO-REF.
           05 REF-NUM-PO-SHIPTOS           PIC 9(02).
           05 REF-PO-SHIPTO OCCURS 0 TO 10 TIMES
              DEPENDING ON REF-NUM-PO-SHIPTOS
              INDEXED BY REF-SHIP-IDX.
              10 REF-SHIP-TO-PLANT         PIC X(03).
       COPY CALLTRK.

       PROCEDURE DIVISION USING PURCHASE-ORDERS, WEEKS-LEAD-TIME,
           WS-Call-Tracking, PO-PART-REF, PO-SUPP-REF,
           PO-CONTRACT-REF, PO-DIST-REF, PO-SCHED-REF,
           PO-SHIPTO-REF.
       0000-Mainline.
           EVALUATE TRUE 
              WHEN WS-CT-VW-First-Time
           PERFORM 1053-Load-Lifecycle-Table.
           PERFORM 1055-Load-Risk-Table.
           PERFORM 1058-Load-Budget-Table.
           PERFORM 1063-Open-Ppap-File.
           PERFORM 1064-Load-Ecn-Table.
           PERFORM 1067-Load-Capacity-Table.
           PERFORM 1070-Load-Contract-Table.
           PERFORM 1072-Load-Gl-Chart-Table.
           PERFORM 1074-Load-Cost-Center-Table.
           PERFORM 1076-Load-Gl-Default-Table.
           PERFORM 1078-Load-Plant-Table.
      *    On a restart, PoOut/OutCsvFile/BalanceFile already hold
      *    whatever was written last attempt -- extend rather than
      *    recreate them.
      *    Read once per run, the VALTHRSH idiom -- a missing file
      *    just means every check keeps its compiled-in fatal
      *    class.
       1063-Open-Ppap-File.
           OPEN INPUT PpapFile.
           IF WS-PpapFile-Good
              SET WS-Ppap-File-Open TO TRUE
           END-IF.

       1064-Load-Ecn-Table.
           OPEN INPUT EcnFile.
           IF WS-EcnFile-Good
              PERFORM 1065-Load-One-Ecn UNTIL WS-EcnFile-EOF
              CLOSE EcnFile
           END-IF.
           IF WS-Ecn-Cnt > ZERO
              OPEN INPUT EcnAckFile
              IF WS-EcnAckFile-Good
                 PERFORM 1066-Load-One-Ecn-Ack
                    UNTIL WS-EcnAckFile-EOF
                 CLOSE EcnAckFile
              END-IF
           END-IF.

       1065-Load-One-Ecn.
           READ EcnFile
              AT END SET WS-EcnFile-EOF TO TRUE
           END-READ.
           IF WS-EcnFile-Good AND Ecn-PART-NUMBER > SPACES
              IF WS-Ecn-Cnt >= WS-Ecn-Max-Cnt
                 MOVE "POCL002S" TO WS-Msg-Id
                 MOVE "WS-Ecn-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Ecn-Cnt
              SET WS-Ecn-IDX TO WS-Ecn-Cnt
              MOVE Ecn-ECN-NUMBER TO WS-Ecn-Number(WS-Ecn-IDX)
              MOVE Ecn-PART-NUMBER TO WS-Ecn-Part(WS-Ecn-IDX)
              MOVE Ecn-NEW-SPEC-NUMBER TO
                 WS-Ecn-New-Spec(WS-Ecn-IDX)
              MOVE Ecn-NEW-BLUEPRINT TO
                 WS-Ecn-New-Blueprint(WS-Ecn-IDX)
           END-IF.

       1066-Load-One-Ecn-Ack.
           READ EcnAckFile
              AT END SET WS-EcnAckFile-EOF TO TRUE
           END-READ.
           IF WS-EcnAckFile-Good AND Ack-ECN-NUMBER > SPACES
              IF WS-Ecn-Ack-Cnt >= WS-Ecn-Ack-Max-Cnt
                 MOVE "POCL002S" TO WS-Msg-Id
                 MOVE "WS-Ecn-Ack-Table" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Ecn-Ack-Cnt
              SET WS-Ecn-Ack-IDX TO WS-Ecn-Ack-Cnt
              MOVE Ack-ECN-NUMBER TO
                 WS-Ecn-Ack-Number(WS-Ecn-Ack-IDX)
              MOVE Ack-SUPPLIER-CODE TO
                 WS-Ecn-Ack-Supplier(WS-Ecn-Ack-IDX)
           END-IF.

       1067-Load-Capacity-Table.
           OPEN INPUT CapFile.
           IF WS-CapFile-Good
              PERFORM 1068-Load-One-Capacity UNTIL WS-CapFile-EOF
              CLOSE CapFile
           END-IF.
           IF WS-Cap-Cnt > ZERO
              OPEN INPUT CapLoadFile
              IF WS-CapLoadFile-Good
                 PERFORM 1069-Load-One-Cap-Load
                    UNTIL WS-CapLoadFile-EOF
                 CLOSE CapLoadFile
              END-IF
           END-IF.

       1068-Load-One-Capacity.
           READ CapFile
              AT END SET WS-CapFile-EOF TO TRUE
           END-READ.
           IF WS-CapFile-Good AND Cap-SUPPLIER-CODE > SPACES AND
              Cap-WEEKLY-CAPACITY IS NUMERIC
              IF WS-Cap-Cnt >= WS-Cap-Max-Cnt
                 MOVE "POCL002S" TO WS-Msg-Id
                 MOVE "WS-Capacity-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Cap-Cnt
              SET WS-Cap-IDX TO WS-Cap-Cnt
              MOVE Cap-SUPPLIER-CODE TO WS-Cap-Supplier(WS-Cap-IDX)
              MOVE Cap-PART-KEY TO WS-Cap-Part-Key(WS-Cap-IDX)
              IF Cap-FAMILY-LEN IS NUMERIC AND
                 Cap-FAMILY-LEN < 23
                 MOVE Cap-FAMILY-LEN TO WS-Cap-Family-Len(WS-Cap-IDX)
              ELSE
                 MOVE ZERO TO WS-Cap-Family-Len(WS-Cap-IDX)
              END-IF
              MOVE Cap-WEEKLY-CAPACITY TO
                 WS-Cap-Weekly-Qty(WS-Cap-IDX)
              IF Cap-EFF-FROM-DATE IS NUMERIC
                 MOVE Cap-EFF-FROM-DATE TO
                    WS-Cap-Eff-From(WS-Cap-IDX)
              ELSE
                 MOVE ZERO TO WS-Cap-Eff-From(WS-Cap-IDX)
              END-IF
              IF Cap-EFF-TO-DATE IS NUMERIC
                 MOVE Cap-EFF-TO-DATE TO WS-Cap-Eff-To(WS-Cap-IDX)
              ELSE
                 MOVE ZERO TO WS-Cap-Eff-To(WS-Cap-IDX)
              END-IF
           END-IF.

      *    A load row only counts against the declaration it was
      *    bucketed under -- one since dropped from the capacity
      *    file is skipped.
       1069-Load-One-Cap-Load.
           READ CapLoadFile
              AT END SET WS-CapLoadFile-EOF TO TRUE
           END-READ.
           IF WS-CapLoadFile-Good AND Cload-LOAD-QTY IS NUMERIC AND
              Cload-WEEK-START-DATE IS NUMERIC
              MOVE ZERO TO WS-Cap-Match-IDX
              PERFORM VARYING WS-Cap-IDX FROM 1 BY 1
                 UNTIL WS-Cap-IDX > WS-Cap-Cnt
                 IF WS-Cap-Supplier(WS-Cap-IDX) =
                    Cload-SUPPLIER-CODE AND
                    WS-Cap-Part-Key(WS-Cap-IDX) = Cload-PART-KEY AND
                    WS-Cap-Family-Len(WS-Cap-IDX) = Cload-FAMILY-LEN
                    AND WS-Cap-Eff-From(WS-Cap-IDX) <=
                    Cload-WEEK-START-DATE AND
                    (WS-Cap-Eff-To(WS-Cap-IDX) = ZERO OR
                     WS-Cap-Eff-To(WS-Cap-IDX) >=
                     Cload-WEEK-START-DATE)
                    SET WS-Cap-Match-IDX TO WS-Cap-IDX
                    SET WS-Cap-IDX TO WS-Cap-Cnt
                 END-IF
              END-PERFORM
              IF WS-Cap-Match-IDX > ZERO
                 MOVE Cload-WEEK-START-DATE TO WS-Cap-Week-Start
                 PERFORM 2159-Find-Cap-Bucket
                 ADD Cload-LOAD-QTY TO
                    WS-Cap-Bkt-Load-Qty(WS-Cap-Bkt-Match-IDX)
              END-IF
           END-IF.

       1070-Load-Contract-Table.
           OPEN INPUT GovtConFile.
           IF WS-GovtConFile-Good
              PERFORM 1071-Load-One-Contract
                 UNTIL WS-GovtConFile-EOF
              CLOSE GovtConFile
           END-IF.

      *    Only DO and DX are DPAS ratings -- a row carrying
      *    anything else is left off, so POs against it fail.
       1071-Load-One-Contract.
           READ GovtConFile
              AT END SET WS-GovtConFile-EOF TO TRUE
           END-READ.
           IF WS-GovtConFile-Good AND Gcon-CONTRACT-NUMBER > SPACES
              AND (Gcon-DPAS-DO OR Gcon-DPAS-DX)
              IF WS-Gcon-Cnt >= WS-Gcon-Max-Cnt
                 MOVE "POCL002S" TO WS-Msg-Id
                 MOVE "WS-Govt-Contract-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Gcon-Cnt
              SET WS-Gcon-IDX TO WS-Gcon-Cnt
              MOVE Gcon-CONTRACT-NUMBER TO WS-Gcon-Number(WS-Gcon-IDX)
              MOVE Gcon-DPAS-RATING TO WS-Gcon-Rating(WS-Gcon-IDX)
              IF Gcon-PERF-START-DATE IS NUMERIC
                 MOVE Gcon-PERF-START-DATE TO
                    WS-Gcon-Perf-Start(WS-Gcon-IDX)
              ELSE
                 MOVE ZERO TO WS-Gcon-Perf-Start(WS-Gcon-IDX)
              END-IF
              IF Gcon-PERF-END-DATE IS NUMERIC
                 MOVE Gcon-PERF-END-DATE TO
                    WS-Gcon-Perf-End(WS-Gcon-IDX)
              ELSE
                 MOVE ZERO TO WS-Gcon-Perf-End(WS-Gcon-IDX)
              END-IF
           END-IF.

       1072-Load-Gl-Chart-Table.
           OPEN INPUT GlChartFile.
           IF WS-GlChartFile-Good
              PERFORM 1073-Load-One-Gl-Account
                 UNTIL WS-GlChartFile-EOF
              CLOSE GlChartFile
           END-IF.

       1073-Load-One-Gl-Account.
           READ GlChartFile
              AT END SET WS-GlChartFile-EOF TO TRUE
           END-READ.
           IF WS-GlChartFile-Good AND Glac-GL-ACCOUNT > SPACES
              IF WS-Glac-Cnt >= WS-Glac-Max-Cnt
                 MOVE "POCL002S" TO WS-Msg-Id
                 MOVE "WS-Gl-Dist-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Glac-Cnt
              SET WS-Glac-IDX TO WS-Glac-Cnt
              MOVE Glac-GL-ACCOUNT TO WS-Glac-Account(WS-Glac-IDX)
              MOVE Glac-GL-STATUS TO WS-Glac-Status(WS-Glac-IDX)
           END-IF.

       1074-Load-Cost-Center-Table.
           OPEN INPUT CostCtrFile.
           IF WS-CostCtrFile-Good
              PERFORM 1075-Load-One-Cost-Center
                 UNTIL WS-CostCtrFile-EOF
              CLOSE CostCtrFile
           END-IF.

       1075-Load-One-Cost-Center.
           READ CostCtrFile
              AT END SET WS-CostCtrFile-EOF TO TRUE
           END-READ.
           IF WS-CostCtrFile-Good AND Ccen-COST-CENTER > SPACES
              IF WS-Ccen-Cnt >= WS-Ccen-Max-Cnt
                 MOVE "POCL002S" TO WS-Msg-Id
                 MOVE "WS-Gl-Dist-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Ccen-Cnt
              SET WS-Ccen-IDX TO WS-Ccen-Cnt
              MOVE Ccen-COST-CENTER TO WS-Ccen-Code(WS-Ccen-IDX)
              MOVE Ccen-CC-STATUS TO WS-Ccen-Status(WS-Ccen-IDX)
           END-IF.

      *    Only part and buyer rules with an account are kept.
       1076-Load-Gl-Default-Table.
           OPEN INPUT GlDefaultFile.
           IF WS-GlDefaultFile-Good
              PERFORM 1077-Load-One-Gl-Default
                 UNTIL WS-GlDefaultFile-EOF
              CLOSE GlDefaultFile
           END-IF.

       1077-Load-One-Gl-Default.
           READ GlDefaultFile
              AT END SET WS-GlDefaultFile-EOF TO TRUE
           END-READ.
           IF WS-GlDefaultFile-Good AND Gldf-GL-ACCOUNT > SPACES
              AND (Gldf-RULE-BY-PART OR Gldf-RULE-BY-BUYER)
              IF WS-Gldf-Cnt >= WS-Gldf-Max-Cnt
                 MOVE "POCL002S" TO WS-Msg-Id
                 MOVE "WS-Gl-Dist-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Gldf-Cnt
              SET WS-Gldf-IDX TO WS-Gldf-Cnt
              MOVE Gldf-RULE-TYPE TO WS-Gldf-Type(WS-Gldf-IDX)
              MOVE Gldf-RULE-KEY TO WS-Gldf-Key(WS-Gldf-IDX)
              MOVE Gldf-GL-ACCOUNT TO WS-Gldf-Account(WS-Gldf-IDX)
              MOVE Gldf-COST-CENTER TO WS-Gldf-Center(WS-Gldf-IDX)
           END-IF.

       1078-Load-Plant-Table.
           OPEN INPUT PlantFile.
           IF WS-PlantFile-Good
              PERFORM 1079-Load-One-Plant
                 UNTIL WS-PlantFile-EOF
              CLOSE PlantFile
           END-IF.

       1079-Load-One-Plant.
           READ PlantFile
              AT END SET WS-PlantFile-EOF TO TRUE
           END-READ.
           IF WS-PlantFile-Good AND Plnt-PLANT-CODE > SPACES
              IF WS-Plant-Cnt >= WS-Plant-Max-Cnt
                 MOVE "POCL002S" TO WS-Msg-Id
                 MOVE "WS-Plant-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Plant-Cnt
              SET WS-Plant-IDX TO WS-Plant-Cnt
              MOVE Plnt-PLANT-CODE TO WS-Plant-Code(WS-Plant-IDX)
              MOVE Plnt-RECEIVING-DAYS TO
                 WS-Plant-Recv-Days(WS-Plant-IDX)
              IF Plnt-DEFAULT-PLANT AND WS-Plant-Default = SPACES
                 MOVE Plnt-PLANT-CODE TO WS-Plant-Default
              END-IF
           END-IF.

       1090-Load-Severity-Rules.
           IF NOT WS-Sev-Loaded
              OPEN INPUT SeverityFile
           PERFORM 2143-Validate-Blanket-Release.
           PERFORM 2145-Warn-Superseded-Part.
           PERFORM 2146-Validate-Part-Lifecycle.
           PERFORM 2160-Validate-Govt-Contract.
           PERFORM 2165-Validate-Gl-Distribution.
           PERFORM 2147-Warn-High-Risk-Supplier.
           PERFORM 2150-Validate-Ppap-Status.
           PERFORM 2155-Warn-Open-Ecn.
           PERFORM 2157-Warn-Supplier-Capacity.
           PERFORM 2139-Validate-Catalog-Price.
           PERFORM 2123-Validate-Price-Drift.
           PERFORM 2125-Validate-Delivery-Date-Required.
           PERFORM 2126-Validate-Delivery-Working-Day.
           PERFORM 2130-Validate-Order-Date.
           PERFORM 2135-Validate-Delivery-Lead-Time.
           PERFORM 2180-Validate-Delivery-Schedule.
           PERFORM 2190-Validate-Ship-To-Plant.
           PERFORM 2136-Validate-Duplicate-PO-Number.
           PERFORM 2163-Hold-Restricted-Party.

           IF WS-Pur-Ord-InValid
              SET WS-Purch-Orders-Invalid TO TRUE
              END-PERFORM
           END-IF.

      *    Production parts ship only from a supplier whose PPAP
      *    for the part quality has approved, or granted interim
      *    approval on that hasn't run out.  Submitted, rejected,
      *    lapsed-interim, or never-submitted pairings go through
      *    the severity machinery as PO-PPAP: fatal by default,
      *    'H' parks the PO on the hold queue until the PPAP
      *    clears, 'W' only flags it.
       2150-Validate-Ppap-Status.
           IF WS-Ppap-File-Open AND
              REF-PART-NUMBER > SPACE AND
              REF-SUPPLIER-CODE > SPACE
              SET WS-Ppap-Ok TO TRUE
              MOVE REF-PART-NUMBER TO Ppap-PART-NUMBER
              MOVE REF-SUPPLIER-CODE TO Ppap-SUPPLIER-CODE
              READ PpapFile
                 INVALID KEY
                    SET WS-Ppap-Not-Ok TO TRUE
                    MOVE "NONE" TO WS-Ppap-Why
              END-READ
              IF WS-Ppap-Ok
                 EVALUATE TRUE
                    WHEN Ppap-APPROVED
                       CONTINUE
                    WHEN Ppap-INTERIM AND
                         Ppap-INTERIM-EXPIRY > ZERO AND
                         Ppap-INTERIM-EXPIRY < WS-CT-Business-Date
                       SET WS-Ppap-Not-Ok TO TRUE
                       MOVE "LAPSED" TO WS-Ppap-Why
                    WHEN Ppap-INTERIM
                       CONTINUE
                    WHEN Ppap-REJECTED
                       SET WS-Ppap-Not-Ok TO TRUE
                       MOVE "REJECTED" TO WS-Ppap-Why
                    WHEN OTHER
                       SET WS-Ppap-Not-Ok TO TRUE
                       MOVE "PENDING" TO WS-Ppap-Why
                 END-EVALUATE
              END-IF
              IF WS-Ppap-Not-Ok
                 MOVE "PO-PPAP" TO WS-Sev-Check-Id
                 PERFORM 2960-Classify-Check
                 IF WS-Sev-Fatal
                    SET WS-Pur-Ord-Invalid TO TRUE
                    ADD +1 TO WS-InValid-Ppap-Cnt
                 ELSE
                    ADD +1 TO WS-Ppap-Warn-Cnt
                    ADD +1 TO WS-Warn-Only-Cnt
                    SET WS-CT-Record-Warned TO TRUE
                 END-IF
                 MOVE "POCL014E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 STRING "PO=" PO-NUMBER(PO-IDX)
                    " PART=" REF-PART-NUMBER
                    " SUPP=" REF-SUPPLIER-CODE
                    " " WS-Ppap-Why
                    DELIMITED BY SIZE INTO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
              END-IF
           END-IF.

      *    A released ECN on the part stays a warning on every
      *    new PO until both sides have caught up -- the caller's
      *    part reference carries the ECN's new spec and
      *    blueprint, and the supplier's acknowledgement is on
      *    file.  ECNIMPCT works the POs already out there.
       2155-Warn-Open-Ecn.
           IF WS-Ecn-Cnt > ZERO AND REF-PART-NUMBER > SPACE
              PERFORM 2156-Check-One-Ecn
                 VARYING WS-Ecn-IDX FROM 1 BY 1
                 UNTIL WS-Ecn-IDX > WS-Ecn-Cnt
           END-IF.

       2156-Check-One-Ecn.
           IF WS-Ecn-Part(WS-Ecn-IDX) = REF-PART-NUMBER
              IF REF-SPEC-NUMBER = WS-Ecn-New-Spec(WS-Ecn-IDX) AND
                 REF-BLUEPRINT-NUMBER =
                    WS-Ecn-New-Blueprint(WS-Ecn-IDX)
                 SET WS-Ecn-Catalog-Current TO TRUE
              ELSE
                 SET WS-Ecn-Catalog-Behind TO TRUE
              END-IF
              SET WS-Ecn-Supp-Not-Acked TO TRUE
              PERFORM VARYING WS-Ecn-Ack-IDX FROM 1 BY 1
                 UNTIL WS-Ecn-Ack-IDX > WS-Ecn-Ack-Cnt
                 IF WS-Ecn-Ack-Number(WS-Ecn-Ack-IDX) =
                    WS-Ecn-Number(WS-Ecn-IDX) AND
                    WS-Ecn-Ack-Supplier(WS-Ecn-Ack-IDX) =
                    REF-SUPPLIER-CODE
                    SET WS-Ecn-Supp-Acked TO TRUE
                    SET WS-Ecn-Ack-IDX TO WS-Ecn-Ack-Cnt
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-Ecn-Catalog-Current AND WS-Ecn-Supp-Acked
                    MOVE SPACES TO WS-Ecn-Why
                 WHEN WS-Ecn-Catalog-Current
                    MOVE "SUPPLIER" TO WS-Ecn-Why
                 WHEN WS-Ecn-Supp-Acked
                    MOVE "CATALOG" TO WS-Ecn-Why
                 WHEN OTHER
                    MOVE "BOTH" TO WS-Ecn-Why
              END-EVALUATE
              IF WS-Ecn-Why > SPACES
                 ADD +1 TO WS-Ecn-Warn-Cnt
                 ADD +1 TO WS-Warn-Only-Cnt
                 SET WS-CT-Record-Warned TO TRUE
                 MOVE "POCL015W" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 STRING "PO=" PO-NUMBER(PO-IDX)
                    " ECN=" WS-Ecn-Number(WS-Ecn-IDX)
                    " PART=" REF-PART-NUMBER
                    " " WS-Ecn-Why
                    DELIMITED BY SIZE INTO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
              END-IF
           END-IF.

      *    One PO on its own never looks too big; a supplier's
      *    week does.  This PO's quantity on top of the week's
      *    open load (CAPLDRPT's extract plus POs already written
      *    this run) against the supplier's declared capacity for
      *    the part -- over it warns.  A PO delivered in drops is
      *    weighed week by week, each schedule line in the week
      *    it is due.  READ-ONLY here, the budget discipline: the
      *    load is only added to when the PO writes (6180).
       2157-Warn-Supplier-Capacity.
           IF WS-Cap-Cnt > ZERO AND
              REF-SUPPLIER-CODE > SPACE AND
              REF-PART-NUMBER > SPACE
              PERFORM 2151-Build-Cap-Weeks
              PERFORM 2153-Warn-One-Cap-Week
                 VARYING WS-Cap-Wk-Sub FROM 1 BY 1
                 UNTIL WS-Cap-Wk-Sub > WS-Cap-Wk-Cnt
           END-IF.

      *    The schedule lines when the PO has them -- the same
      *    lines 2180 validates and POOUT carries -- else the
      *    whole QUANTITY on DELIVERY-DATE.
       2151-Build-Cap-Weeks.
           MOVE ZERO TO WS-Cap-Wk-Cnt.
           PERFORM 2181-Get-PO-Schedule.
           IF WS-Sched-Used-Cnt > ZERO
              PERFORM 2152-Add-Sched-Cap-Week
                 VARYING WS-Sched-Line-Sub FROM 1 BY 1
                 UNTIL WS-Sched-Line-Sub > WS-Sched-Used-Cnt
           ELSE
              IF QUANTITY(PO-IDX) IS NUMERIC AND
                 QUANTITY(PO-IDX) > ZERO AND
                 DELIVERY-DATE(PO-IDX) IS NUMERIC AND
                 DELIVERY-DATE(PO-IDX) > ZERO
                 MOVE DELIVERY-DATE(PO-IDX) TO WS-Cap-Date
                 MOVE QUANTITY(PO-IDX) TO WS-Cap-Qty
                 PERFORM 2154-Add-Cap-Week
              END-IF
           END-IF.

       2152-Add-Sched-Cap-Week.
           IF WS-Sched-Hold-Qty(WS-Sched-Line-Sub) IS NUMERIC AND
              WS-Sched-Hold-Qty(WS-Sched-Line-Sub) > ZERO AND
              WS-Sched-Hold-Due(WS-Sched-Line-Sub) IS NUMERIC AND
              WS-Sched-Hold-Due(WS-Sched-Line-Sub) > ZERO
              MOVE WS-Sched-Hold-Due(WS-Sched-Line-Sub) TO
                 WS-Cap-Date
              MOVE WS-Sched-Hold-Qty(WS-Sched-Line-Sub) TO
                 WS-Cap-Qty
              PERFORM 2154-Add-Cap-Week
           END-IF.

       2153-Warn-One-Cap-Week.
           MOVE WS-Cap-Wk-Cap-IDX(WS-Cap-Wk-Sub) TO WS-Cap-Match-IDX.
           MOVE WS-Cap-Wk-Start(WS-Cap-Wk-Sub) TO WS-Cap-Week-Start.
           PERFORM 2159-Find-Cap-Bucket.
           COMPUTE WS-Cap-Load-Qty =
              WS-Cap-Bkt-Load-Qty(WS-Cap-Bkt-Match-IDX) +
              WS-Cap-Wk-Qty(WS-Cap-Wk-Sub).
           IF WS-Cap-Load-Qty > WS-Cap-Weekly-Qty(WS-Cap-Match-IDX)
              ADD +1 TO WS-Cap-Warn-Cnt
              ADD +1 TO WS-Warn-Only-Cnt
              SET WS-CT-Record-Warned TO TRUE
              MOVE "POCL016W" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              STRING "PO=" PO-NUMBER(PO-IDX)
                 " SUPP=" REF-SUPPLIER-CODE
                 " WEEK=" WS-Cap-Week-Start
                 DELIMITED BY SIZE INTO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
           END-IF.

      *    WS-Cap-Qty due on WS-Cap-Date, added to this PO's entry
      *    for the declaration and week it falls under.  A date
      *    that is not a real date, or a part the supplier has
      *    declared nothing for that week, adds nothing.
       2154-Add-Cap-Week.
           COMPUTE WS-Cap-Day-Int =
              FUNCTION INTEGER-OF-DATE(WS-Cap-Date).
           IF WS-Cap-Day-Int > ZERO
              PERFORM 2158-Find-Cap-Row
              IF WS-Cap-Match-IDX > ZERO
                 MOVE ZERO TO WS-Cap-Wk-Match-Sub
                 PERFORM VARYING WS-Cap-Wk-Sub FROM 1 BY 1
                    UNTIL WS-Cap-Wk-Sub > WS-Cap-Wk-Cnt
                    IF WS-Cap-Wk-Cap-IDX(WS-Cap-Wk-Sub) =
                       WS-Cap-Match-IDX AND
                       WS-Cap-Wk-Start(WS-Cap-Wk-Sub) =
                       WS-Cap-Week-Start
                       MOVE WS-Cap-Wk-Sub TO WS-Cap-Wk-Match-Sub
                       MOVE WS-Cap-Wk-Cnt TO WS-Cap-Wk-Sub
                    END-IF
                 END-PERFORM
                 IF WS-Cap-Wk-Match-Sub = ZERO
                    ADD +1 TO WS-Cap-Wk-Cnt
                    MOVE WS-Cap-Wk-Cnt TO WS-Cap-Wk-Match-Sub
                    MOVE WS-Cap-Match-IDX TO
                       WS-Cap-Wk-Cap-IDX(WS-Cap-Wk-Match-Sub)
                    MOVE WS-Cap-Week-Start TO
                       WS-Cap-Wk-Start(WS-Cap-Wk-Match-Sub)
                    MOVE ZERO TO WS-Cap-Wk-Qty(WS-Cap-Wk-Match-Sub)
                 END-IF
                 ADD WS-Cap-Qty TO
                    WS-Cap-Wk-Qty(WS-Cap-Wk-Match-Sub)
              END-IF
           END-IF.

      *    A GOVT-PART is bought for a defense contract: the PO
      *    must name a prime contract on the contract file, carry
      *    that contract's DPAS rating, and fall inside its period
      *    of performance on the business date.  Fatal by default
      *    as PO-CONTRACT; an 'H' row parks the PO until contracts
      *    administration sorts it out.
       2160-Validate-Govt-Contract.
           IF REF-GOVT-COMML-CODE = 'G'
              PERFORM 2161-Get-PO-Contract
              MOVE SPACES TO WS-Gcon-Why
              MOVE ZERO TO WS-Gcon-Match-IDX
              IF WS-Gcon-Hold-Number = SPACES
                 MOVE "NONE" TO WS-Gcon-Why
              ELSE
                 PERFORM VARYING WS-Gcon-IDX FROM 1 BY 1
                    UNTIL WS-Gcon-IDX > WS-Gcon-Cnt
                    IF WS-Gcon-Number(WS-Gcon-IDX) =
                       WS-Gcon-Hold-Number
                       SET WS-Gcon-Match-IDX TO WS-Gcon-IDX
                       SET WS-Gcon-IDX TO WS-Gcon-Cnt
                    END-IF
                 END-PERFORM
                 EVALUATE TRUE
                    WHEN WS-Gcon-Match-IDX = ZERO
                       MOVE "UNKNOWN" TO WS-Gcon-Why
                    WHEN WS-Gcon-Rating(WS-Gcon-Match-IDX) NOT =
                         WS-Gcon-Hold-Rating
                       MOVE "RATING" TO WS-Gcon-Why
                    WHEN WS-Gcon-Perf-End(WS-Gcon-Match-IDX) > ZERO
                         AND WS-Gcon-Perf-End(WS-Gcon-Match-IDX) <
                         WS-CT-Business-Date
                       MOVE "EXPIRED" TO WS-Gcon-Why
                    WHEN WS-Gcon-Perf-Start(WS-Gcon-Match-IDX) >
                         WS-CT-Business-Date
                       MOVE "NOT OPEN" TO WS-Gcon-Why
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
              IF WS-Gcon-Why > SPACES
                 MOVE "PO-CONTRACT" TO WS-Sev-Check-Id
                 PERFORM 2960-Classify-Check
                 IF WS-Sev-Fatal
                    SET WS-Pur-Ord-Invalid TO TRUE
                    ADD +1 TO WS-InValid-Contract-Cnt
                 ELSE
                    ADD +1 TO WS-Contract-Warn-Cnt
                    ADD +1 TO WS-Warn-Only-Cnt
                    SET WS-CT-Record-Warned TO TRUE
                 END-IF
                 MOVE "POCL017E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 STRING "PO=" PO-NUMBER(PO-IDX)
                    " CONTRACT=" WS-Gcon-Hold-Number
                    " " WS-Gcon-Hold-Rating
                    " " WS-Gcon-Why
                    DELIMITED BY SIZE INTO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
              END-IF
           END-IF.

      *    This PO's occurrence of the caller's contract segment,
      *    blank when the record carries fewer contracts than POs.
       2161-Get-PO-Contract.
           MOVE SPACES TO WS-Gcon-Hold-Number WS-Gcon-Hold-Rating.
           SET WS-Gcon-Po-Sub TO PO-IDX.
           IF REF-NUM-PO-CONTRACTS IS NUMERIC AND
              WS-Gcon-Po-Sub <= REF-NUM-PO-CONTRACTS
              MOVE REF-PRIME-CONTRACT-NO(WS-Gcon-Po-Sub) TO
                 WS-Gcon-Hold-Number
              MOVE REF-DPAS-RATING(WS-Gcon-Po-Sub) TO
                 WS-Gcon-Hold-Rating
           END-IF.

      *    Every PO is charged somewhere: each distribution line
      *    must name an active account on the chart and an active
      *    cost center, and the lines must total 100 percent.
      *    Once the chart is in use, a PO with no coding at all --
      *    none sent and no default rule -- fails too.  Fatal by
      *    default as PO-GLDIST.
       2165-Validate-Gl-Distribution.
           PERFORM 2166-Get-PO-Distribution.
           IF WS-Dist-From-Part OR WS-Dist-From-Buyer
              ADD +1 TO WS-Gl-Default-Cnt
           END-IF.
           MOVE SPACES TO WS-Dist-Why.
           MOVE ZERO TO WS-Dist-Bad-Line WS-Dist-Pct-Total.
           IF WS-Dist-None
              IF WS-Glac-Cnt > ZERO
                 MOVE "NONE" TO WS-Dist-Why
              END-IF
           ELSE
              PERFORM 2169-Check-One-Dist-Line
                 VARYING WS-Dist-Line-Sub FROM 1 BY 1
                 UNTIL WS-Dist-Line-Sub > 3
              IF WS-Dist-Why = SPACES AND
                 WS-Dist-Pct-Total NOT = 100
                 MOVE "PERCENT" TO WS-Dist-Why
              END-IF
           END-IF.
           IF WS-Dist-Why > SPACES
              MOVE "PO-GLDIST" TO WS-Sev-Check-Id
              PERFORM 2960-Classify-Check
              IF WS-Sev-Fatal
                 SET WS-Pur-Ord-Invalid TO TRUE
                 ADD +1 TO WS-InValid-Gl-Dist-Cnt
              ELSE
                 ADD +1 TO WS-Gl-Dist-Warn-Cnt
                 ADD +1 TO WS-Warn-Only-Cnt
                 SET WS-CT-Record-Warned TO TRUE
              END-IF
              MOVE "POCL019E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              IF WS-Dist-Bad-Line > ZERO
                 STRING "PO=" PO-NUMBER(PO-IDX)
                    " LINE=" WS-Dist-Bad-Line
                    " ACCT=" WS-Dist-Hold-Account(WS-Dist-Bad-Line)
                    " CC=" WS-Dist-Hold-Center(WS-Dist-Bad-Line)
                    " " WS-Dist-Why
                    DELIMITED BY SIZE INTO WS-Msg-Insert
              ELSE
                 STRING "PO=" PO-NUMBER(PO-IDX)
                    " " WS-Dist-Why
                    DELIMITED BY SIZE INTO WS-Msg-Insert
              END-IF
              CALL 'PSAPMSG' USING WS-Msg-Request
           END-IF.

      *    This PO's coding: the caller's occurrence when it codes
      *    any line (a lone line sent without a percent takes the
      *    whole PO), else the part's default rule, else the
      *    buyer's.  Used again at write time, so POOUT and the
      *    hold queue carry exactly what was validated.
       2166-Get-PO-Distribution.
           MOVE WS-Dist-Blank TO WS-Dist-Hold.
           MOVE SPACE TO WS-Dist-Hold-Source.
           SET WS-Dist-Po-Sub TO PO-IDX.
           IF REF-NUM-PO-DISTS IS NUMERIC AND
              WS-Dist-Po-Sub <= REF-NUM-PO-DISTS
              MOVE REF-PO-DIST(WS-Dist-Po-Sub) TO WS-Dist-Hold
              MOVE ZERO TO WS-Dist-Used-Cnt WS-Dist-Used-Line
              PERFORM 2168-Count-One-Dist-Line
                 VARYING WS-Dist-Line-Sub FROM 1 BY 1
                 UNTIL WS-Dist-Line-Sub > 3
              IF WS-Dist-Used-Cnt > ZERO
                 SET WS-Dist-From-Plant TO TRUE
                 IF WS-Dist-Used-Cnt = 1 AND
                    WS-Dist-Hold-Pct(WS-Dist-Used-Line) = ZERO
                    MOVE 100 TO WS-Dist-Hold-Pct(WS-Dist-Used-Line)
                 END-IF
              ELSE
                 MOVE WS-Dist-Blank TO WS-Dist-Hold
              END-IF
           END-IF.
           IF WS-Dist-None
              PERFORM 2167-Derive-Default-Dist
           END-IF.

       2167-Derive-Default-Dist.
           MOVE ZERO TO WS-Gldf-Match-IDX.
           PERFORM VARYING WS-Gldf-IDX FROM 1 BY 1
              UNTIL WS-Gldf-IDX > WS-Gldf-Cnt
              IF WS-Gldf-Type(WS-Gldf-IDX) = 'P' AND
                 WS-Gldf-Key(WS-Gldf-IDX) = REF-PART-NUMBER
                 SET WS-Gldf-Match-IDX TO WS-Gldf-IDX
                 SET WS-Gldf-IDX TO WS-Gldf-Cnt
              END-IF
           END-PERFORM.
           IF WS-Gldf-Match-IDX > ZERO
              SET WS-Dist-From-Part TO TRUE
           ELSE
              PERFORM VARYING WS-Gldf-IDX FROM 1 BY 1
                 UNTIL WS-Gldf-IDX > WS-Gldf-Cnt
                 IF WS-Gldf-Type(WS-Gldf-IDX) = 'B' AND
                    WS-Gldf-Key(WS-Gldf-IDX) = BUYER-CODE(PO-IDX)
                    SET WS-Gldf-Match-IDX TO WS-Gldf-IDX
                    SET WS-Gldf-IDX TO WS-Gldf-Cnt
                 END-IF
              END-PERFORM
              IF WS-Gldf-Match-IDX > ZERO
                 SET WS-Dist-From-Buyer TO TRUE
              END-IF
           END-IF.
           IF WS-Gldf-Match-IDX > ZERO
              MOVE WS-Gldf-Account(WS-Gldf-Match-IDX) TO
                 WS-Dist-Hold-Account(1)
              MOVE WS-Gldf-Center(WS-Gldf-Match-IDX) TO
                 WS-Dist-Hold-Center(1)
              MOVE 100 TO WS-Dist-Hold-Pct(1)
           END-IF.

       2168-Count-One-Dist-Line.
           IF WS-Dist-Hold-Account(WS-Dist-Line-Sub) > SPACES OR
              WS-Dist-Hold-Center(WS-Dist-Line-Sub) > SPACES
              ADD +1 TO WS-Dist-Used-Cnt
              MOVE WS-Dist-Line-Sub TO WS-Dist-Used-Line
           END-IF.

      *    A line in use needs both codes; the first bad line is
      *    the one reported.  A percent on an otherwise empty line
      *    still counts toward the total.
       2169-Check-One-Dist-Line.
           IF WS-Dist-Hold-Pct(WS-Dist-Line-Sub) IS NOT NUMERIC
              MOVE ZERO TO WS-Dist-Hold-Pct(WS-Dist-Line-Sub)
              IF WS-Dist-Why = SPACES
                 MOVE "PERCENT" TO WS-Dist-Why
                 MOVE WS-Dist-Line-Sub TO WS-Dist-Bad-Line
              END-IF
           END-IF.
           ADD WS-Dist-Hold-Pct(WS-Dist-Line-Sub) TO
              WS-Dist-Pct-Total.
           IF WS-Dist-Why = SPACES AND
              (WS-Dist-Hold-Account(WS-Dist-Line-Sub) > SPACES OR
               WS-Dist-Hold-Center(WS-Dist-Line-Sub) > SPACES)
              EVALUATE TRUE
                 WHEN WS-Dist-Hold-Account(WS-Dist-Line-Sub) =
                      SPACES
                    MOVE "NO ACCT" TO WS-Dist-Why
                 WHEN WS-Dist-Hold-Center(WS-Dist-Line-Sub) =
                      SPACES
                    MOVE "NO CC" TO WS-Dist-Why
                 WHEN OTHER
                    PERFORM 2171-Check-Dist-Codes
              END-EVALUATE
              IF WS-Dist-Why > SPACES
                 MOVE WS-Dist-Line-Sub TO WS-Dist-Bad-Line
              END-IF
           END-IF.

       2171-Check-Dist-Codes.
           IF WS-Glac-Cnt > ZERO
              MOVE ZERO TO WS-Glac-Match-IDX
              PERFORM VARYING WS-Glac-IDX FROM 1 BY 1
                 UNTIL WS-Glac-IDX > WS-Glac-Cnt
                 IF WS-Glac-Account(WS-Glac-IDX) =
                    WS-Dist-Hold-Account(WS-Dist-Line-Sub)
                    SET WS-Glac-Match-IDX TO WS-Glac-IDX
                    SET WS-Glac-IDX TO WS-Glac-Cnt
                 END-IF
              END-PERFORM
              IF WS-Glac-Match-IDX = ZERO
                 MOVE "ACCOUNT" TO WS-Dist-Why
              ELSE
                 IF WS-Glac-Status(WS-Glac-Match-IDX) NOT = 'A'
                    MOVE "ACCT CLS" TO WS-Dist-Why
                 END-IF
              END-IF
           END-IF.
           IF WS-Dist-Why = SPACES AND WS-Ccen-Cnt > ZERO
              MOVE ZERO TO WS-Ccen-Match-IDX
              PERFORM VARYING WS-Ccen-IDX FROM 1 BY 1
                 UNTIL WS-Ccen-IDX > WS-Ccen-Cnt
                 IF WS-Ccen-Code(WS-Ccen-IDX) =
                    WS-Dist-Hold-Center(WS-Dist-Line-Sub)
                    SET WS-Ccen-Match-IDX TO WS-Ccen-IDX
                    SET WS-Ccen-IDX TO WS-Ccen-Cnt
                 END-IF
              END-PERFORM
              IF WS-Ccen-Match-IDX = ZERO
                 MOVE "CCENTER" TO WS-Dist-Why
              ELSE
                 IF WS-Ccen-Status(WS-Ccen-Match-IDX) NOT = 'A'
                    MOVE "CC CLS" TO WS-Dist-Why
                 END-IF
              END-IF
           END-IF.

      *    The coding as validated goes onto the POOUT record.
       2172-Move-Dist-To-OutFile.
           PERFORM 2166-Get-PO-Distribution.
           PERFORM 2173-Move-One-Dist-Line
              VARYING WS-Dist-Line-Sub FROM 1 BY 1
              UNTIL WS-Dist-Line-Sub > 3.
           MOVE WS-Dist-Hold-Source TO OutFile-DIST-SOURCE.

       2173-Move-One-Dist-Line.
           MOVE WS-Dist-Hold-Account(WS-Dist-Line-Sub) TO
                OutFile-DIST-GL-ACCOUNT(WS-Dist-Line-Sub).
           MOVE WS-Dist-Hold-Center(WS-Dist-Line-Sub) TO
                OutFile-DIST-COST-CENTER(WS-Dist-Line-Sub).
           MOVE WS-Dist-Hold-Pct(WS-Dist-Line-Sub) TO
                OutFile-DIST-PERCENT(WS-Dist-Line-Sub).

      *    A PO delivered in drops carries one schedule line per
      *    drop.  The lines must account for the whole QUANTITY,
      *    each with a quantity and a real due date under a line
      *    number higher than the one before; the first line
      *    breaking any of that is the one reported.  Lines that
      *    pass get the checks DELIVERY-DATE gets: a non-working
      *    due date warns with the next working day suggested
      *    (POCL004W, as 2126), and a due date inside the part's
      *    lead time is the PO-DLVLEAD check, as 2135.  A PO sent
      *    without a schedule is untouched.
       2180-Validate-Delivery-Schedule.
           PERFORM 2181-Get-PO-Schedule.
           IF WS-Sched-Used-Cnt > ZERO
              ADD +1 TO WS-Sched-Po-Cnt
              MOVE SPACES TO WS-Sched-Why
              MOVE 'N' TO WS-Sched-Lead-Flag
              MOVE ZERO TO WS-Sched-Bad-Line WS-Sched-Qty-Total
                           WS-Sched-Prior-Line-No
              PERFORM 2183-Check-One-Sched-Line
                 VARYING WS-Sched-Line-Sub FROM 1 BY 1
                 UNTIL WS-Sched-Line-Sub > WS-Sched-Used-Cnt
              IF WS-Sched-Why = SPACES AND
                 WS-Sched-Qty-Total NOT = QUANTITY(PO-IDX)
                 MOVE "QTY SUM" TO WS-Sched-Why
                 MOVE ZERO TO WS-Sched-Bad-Line
              END-IF
              IF WS-Sched-Why > SPACES
                 MOVE "PO-SCHED" TO WS-Sev-Check-Id
                 PERFORM 2185-Report-Sched-Fault
              END-IF
           END-IF.

      *    Used again at write time, so POOUT and the hold queue
      *    carry exactly the lines that were validated.
       2181-Get-PO-Schedule.
           MOVE WS-Sched-Blank TO WS-Sched-Hold.
           MOVE ZERO TO WS-Sched-Used-Cnt.
           SET WS-Sched-Po-Sub TO PO-IDX.
           IF REF-NUM-PO-SCHEDS IS NUMERIC AND
              WS-Sched-Po-Sub <= REF-NUM-PO-SCHEDS
              MOVE REF-PO-SCHED(WS-Sched-Po-Sub) TO WS-Sched-Hold
              PERFORM 2182-Find-Last-Sched-Line
                 VARYING WS-Sched-Line-Sub FROM 1 BY 1
                 UNTIL WS-Sched-Line-Sub > 12
           END-IF.

       2182-Find-Last-Sched-Line.
           IF WS-Sched-Hold-Qty(WS-Sched-Line-Sub) NOT = ZERO OR
              WS-Sched-Hold-Due(WS-Sched-Line-Sub) NOT = ZERO
              MOVE WS-Sched-Line-Sub TO WS-Sched-Used-Cnt
           END-IF.

       2183-Check-One-Sched-Line.
           IF WS-Sched-Why = SPACES
              EVALUATE TRUE
                 WHEN WS-Sched-Hold-Line-No(WS-Sched-Line-Sub)
                      IS NOT NUMERIC OR
                      WS-Sched-Hold-Qty(WS-Sched-Line-Sub)
                      IS NOT NUMERIC OR
                      WS-Sched-Hold-Due(WS-Sched-Line-Sub)
                      IS NOT NUMERIC
                    MOVE "NOT NUM" TO WS-Sched-Why
                 WHEN WS-Sched-Hold-Line-No(WS-Sched-Line-Sub) NOT >
                      WS-Sched-Prior-Line-No
                    MOVE "LINE SEQ" TO WS-Sched-Why
                 WHEN WS-Sched-Hold-Qty(WS-Sched-Line-Sub) = ZERO
                    MOVE "NO QTY" TO WS-Sched-Why
                 WHEN OTHER
                    MOVE WS-Sched-Hold-Due(WS-Sched-Line-Sub) TO
                       WS-Hold-PO-Date
                    COMPUTE WS-Sched-Due-Int =
                       FUNCTION INTEGER-OF-DATE(WS-Hold-PO-Date)
                    IF WS-Sched-Hold-Due(WS-Sched-Line-Sub) = ZERO
                       OR WS-Sched-Due-Int = ZERO
                       MOVE "DUE DATE" TO WS-Sched-Why
                    END-IF
              END-EVALUATE
              IF WS-Sched-Why > SPACES
                 MOVE WS-Sched-Line-Sub TO WS-Sched-Bad-Line
              ELSE
                 MOVE WS-Sched-Hold-Line-No(WS-Sched-Line-Sub) TO
                    WS-Sched-Prior-Line-No
                 ADD WS-Sched-Hold-Qty(WS-Sched-Line-Sub) TO
                    WS-Sched-Qty-Total
                 PERFORM 2184-Check-Sched-Due-Date
              END-IF
           END-IF.

      *    One lead-time fault per PO is enough to classify it;
      *    every non-working due date is warned on its own.
       2184-Check-Sched-Due-Date.
           MOVE WS-Sched-Due-Int TO WS-Work-Check-Int.
           PERFORM 2127-Check-Non-Working-Day.
           IF WS-Work-Is-Weekend OR WS-Holiday-Found
              ADD +1 TO WS-NonWork-Delivery-Cnt
              PERFORM 2128-Suggest-Next-Working-Day
              MOVE "POCL004W" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              STRING "PO=" PO-NUMBER(PO-IDX)
                 " LINE=" WS-Sched-Hold-Line-No(WS-Sched-Line-Sub)
                 " DATE=" WS-Sched-Hold-Due(WS-Sched-Line-Sub)
                 " NEXT=" WS-Work-Suggest-Date
                 DELIMITED BY SIZE INTO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
           END-IF.
           IF ORDER-DATE(PO-IDX) > ZERO AND
              NOT WS-Sched-Lead-Reported
              MOVE ORDER-DATE(PO-IDX) TO WS-Hold-PO-Date
              COMPUTE WS-Order-Date-Int =
                 FUNCTION INTEGER-OF-DATE(WS-Hold-PO-Date)
              IF WS-Order-Date-Int NOT = 0
                 COMPUTE WS-Min-Delivery-Date-Int =
                    WS-Order-Date-Int + (WEEKS-LEAD-TIME * 7)
                 IF WS-Sched-Due-Int < WS-Min-Delivery-Date-Int
                    SET WS-Sched-Lead-Reported TO TRUE
                    MOVE "LEAD" TO WS-Sched-Why
                    MOVE WS-Sched-Line-Sub TO WS-Sched-Bad-Line
                    MOVE "PO-DLVLEAD" TO WS-Sev-Check-Id
                    PERFORM 2185-Report-Sched-Fault
                    MOVE SPACES TO WS-Sched-Why
                    MOVE ZERO TO WS-Sched-Bad-Line
                 END-IF
              END-IF
           END-IF.

      *    A lead-time fault counts where 2135's does; anything
      *    else about the schedule counts on its own.
       2185-Report-Sched-Fault.
           PERFORM 2960-Classify-Check.
           IF WS-Sev-Fatal
              SET WS-Pur-Ord-Invalid TO TRUE
              IF WS-Sev-Check-Id = "PO-DLVLEAD"
                 ADD +1 TO WS-InValid-Delivery-Lead-Cnt
              ELSE
                 ADD +1 TO WS-InValid-Sched-Cnt
              END-IF
           ELSE
              ADD +1 TO WS-Sched-Warn-Cnt
              ADD +1 TO WS-Warn-Only-Cnt
              SET WS-CT-Record-Warned TO TRUE
           END-IF.
           MOVE "POCL020E" TO WS-Msg-Id.
           MOVE SPACES TO WS-Msg-Insert.
           IF WS-Sched-Bad-Line > ZERO
              STRING "PO=" PO-NUMBER(PO-IDX)
                 " LINE=" WS-Sched-Hold-Line-No(WS-Sched-Bad-Line)
                 " DUE=" WS-Sched-Hold-Due(WS-Sched-Bad-Line)
                 " " WS-Sched-Why
                 DELIMITED BY SIZE INTO WS-Msg-Insert
           ELSE
              MOVE WS-Sched-Qty-Total TO WS-Csv-Quantity-Edit
              STRING "PO=" PO-NUMBER(PO-IDX)
                 " LINES TOTAL=" WS-Csv-Quantity-Edit
                 " " WS-Sched-Why
                 DELIMITED BY SIZE INTO WS-Msg-Insert
           END-IF.
           CALL 'PSAPMSG' USING WS-Msg-Request.

      *    The schedule as validated goes onto the POOUT record;
      *    a PO without one carries a zero count.
       2186-Move-Sched-To-OutFile.
           PERFORM 2181-Get-PO-Schedule.
           MOVE WS-Sched-Used-Cnt TO OutFile-SCHED-LINE-CNT.
           PERFORM 2187-Move-One-Sched-Line
              VARYING WS-Sched-Line-Sub FROM 1 BY 1
              UNTIL WS-Sched-Line-Sub > 12.

       2187-Move-One-Sched-Line.
           IF WS-Sched-Line-Sub > WS-Sched-Used-Cnt
              MOVE ZERO TO OutFile-SCHED-LINE-NO(WS-Sched-Line-Sub)
                           OutFile-SCHED-QUANTITY(WS-Sched-Line-Sub)
              MOVE SPACES TO
                 OutFile-SCHED-DUE-DATE(WS-Sched-Line-Sub)
           ELSE
              MOVE WS-Sched-Hold-Line-No(WS-Sched-Line-Sub) TO
                 OutFile-SCHED-LINE-NO(WS-Sched-Line-Sub)
              MOVE WS-Sched-Hold-Qty(WS-Sched-Line-Sub) TO
                 OutFile-SCHED-QUANTITY(WS-Sched-Line-Sub)
              MOVE WS-Sched-Hold-Due(WS-Sched-Line-Sub) TO
                 OutFile-SCHED-DUE-DATE(WS-Sched-Line-Sub)
           END-IF.

      *    The plant a PO ships to: its own ship-to when it names
      *    one, else the plant whose transmission it came in on,
      *    else the plant master's default (requisition approvals,
      *    online entry, a file without a header).  A plant the
      *    PO or its transmission names that is not on the master
      *    is a fault -- never quietly swapped for the default --
      *    as is finding no plant at all.
       2190-Validate-Ship-To-Plant.
           PERFORM 2191-Get-PO-Ship-To.
           MOVE SPACES TO WS-Ship-Why.
           MOVE WS-Ship-Sent-Plant TO WS-Ship-Hold-Plant.
           IF WS-Plant-Cnt > ZERO
              IF WS-Ship-Sent-Plant > SPACES
                 MOVE WS-Ship-Sent-Plant TO WS-Ship-Find-Plant
                 PERFORM 2192-Find-Plant-Row
                 IF WS-Plant-Match-IDX = ZERO
                    MOVE "NOT ON MASTER" TO WS-Ship-Why
                 END-IF
              ELSE
                 IF WS-CT-Hdr-Plant > SPACES
                    MOVE WS-CT-Hdr-Plant TO WS-Ship-Hold-Plant
                                            WS-Ship-Find-Plant
                    PERFORM 2192-Find-Plant-Row
                    IF WS-Plant-Match-IDX = ZERO
                       MOVE "NOT ON MASTER" TO WS-Ship-Why
                    END-IF
                 ELSE
                    MOVE WS-Plant-Default TO WS-Ship-Hold-Plant
                    MOVE WS-Plant-Default TO WS-Ship-Find-Plant
                    PERFORM 2192-Find-Plant-Row
                    IF WS-Plant-Match-IDX > ZERO
                       ADD +1 TO WS-Ship-To-Default-Cnt
                    ELSE
                       MOVE "NO PLANT" TO WS-Ship-Why
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-Ship-Why > SPACES
              MOVE "PO-SHIPTO" TO WS-Sev-Check-Id
              PERFORM 2960-Classify-Check
              IF WS-Sev-Fatal
                 SET WS-Pur-Ord-Invalid TO TRUE
                 ADD +1 TO WS-InValid-Ship-To-Cnt
              ELSE
                 ADD +1 TO WS-Ship-To-Warn-Cnt
                 ADD +1 TO WS-Warn-Only-Cnt
                 SET WS-CT-Record-Warned TO TRUE
              END-IF
              MOVE "POCL021E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              STRING "PO=" PO-NUMBER(PO-IDX)
                 " PLANT=" WS-Ship-Hold-Plant
                 " " WS-Ship-Why
                 DELIMITED BY SIZE INTO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
           ELSE
              IF WS-Plant-Match-IDX > ZERO
                 PERFORM 2194-Check-Receiving-Day
              END-IF
           END-IF.
           IF WS-Ship-Hold-Plant NOT = WS-Ship-Sent-Plant
              PERFORM 2195-Stamp-PO-Ship-To
           END-IF.

      *    Used again at write time, so POOUT and the hold queue
      *    carry the plant that was validated.
       2191-Get-PO-Ship-To.
           MOVE SPACES TO WS-Ship-Sent-Plant.
           SET WS-Ship-Po-Sub TO PO-IDX.
           IF REF-NUM-PO-SHIPTOS IS NUMERIC AND
              WS-Ship-Po-Sub <= REF-NUM-PO-SHIPTOS
              MOVE REF-SHIP-TO-PLANT(WS-Ship-Po-Sub) TO
                 WS-Ship-Sent-Plant
           END-IF.

       2192-Find-Plant-Row.
           MOVE ZERO TO WS-Plant-Match-IDX.
           IF WS-Ship-Find-Plant > SPACES
              PERFORM VARYING WS-Plant-IDX FROM 1 BY 1
                 UNTIL WS-Plant-IDX > WS-Plant-Cnt
                 IF WS-Plant-Code(WS-Plant-IDX) = WS-Ship-Find-Plant
                    SET WS-Plant-Match-IDX TO WS-Plant-IDX
                    SET WS-Plant-IDX TO WS-Plant-Cnt
                 END-IF
              END-PERFORM
           END-IF.

      *    Warned only, like a weekend DELIVERY-DATE -- the buyer
      *    moves the date, the PO itself is sound.  The remainder
      *    of the day number by 7 is Monday=1 through Saturday=6
      *    with Sunday=0 (see 2127), Sunday being the seventh
      *    byte of the plant's receiving days.
       2194-Check-Receiving-Day.
           IF DELIVERY-DATE(PO-IDX) IS NUMERIC AND
              DELIVERY-DATE(PO-IDX) > ZERO
              MOVE DELIVERY-DATE(PO-IDX) TO WS-Hold-PO-Date
              COMPUTE WS-Ship-Dlv-Int =
                 FUNCTION INTEGER-OF-DATE(WS-Hold-PO-Date)
              IF WS-Ship-Dlv-Int > ZERO
                 COMPUTE WS-Ship-Day-Slot =
                    FUNCTION MOD(WS-Ship-Dlv-Int, 7)
                 IF WS-Ship-Day-Slot = ZERO
                    MOVE 7 TO WS-Ship-Day-Slot
                 END-IF
                 MOVE WS-Plant-Recv-Days(WS-Plant-Match-IDX) TO
                    WS-Ship-Recv-Days
                 IF WS-Ship-Recv-Days = SPACES
                    MOVE "YYYYYNN" TO WS-Ship-Recv-Days
                 END-IF
                 IF WS-Ship-Recv-Days(WS-Ship-Day-Slot:1) NOT = 'Y'
                    ADD +1 TO WS-Ship-NonRecv-Cnt
                    MOVE "POCL022W" TO WS-Msg-Id
                    MOVE SPACES TO WS-Msg-Insert
                    STRING "PO=" PO-NUMBER(PO-IDX)
                       " PLANT=" WS-Ship-Hold-Plant
                       " DATE=" DELIVERY-DATE(PO-IDX)
                       DELIMITED BY SIZE INTO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                 END-IF
              END-IF
           END-IF.

      *    The resolved plant goes back onto the caller's ship-to
      *    segment, opening slots up to this PO's when the record
      *    arrived with fewer (blank, for the POs before it still
      *    to be resolved in their turn).
       2195-Stamp-PO-Ship-To.
           IF REF-NUM-PO-SHIPTOS IS NOT NUMERIC
              MOVE ZERO TO REF-NUM-PO-SHIPTOS
           END-IF.
           PERFORM 2196-Open-One-Ship-Slot
              UNTIL REF-NUM-PO-SHIPTOS >= WS-Ship-Po-Sub.
           MOVE WS-Ship-Hold-Plant TO
              REF-SHIP-TO-PLANT(WS-Ship-Po-Sub).

       2196-Open-One-Ship-Slot.
           ADD 1 TO REF-NUM-PO-SHIPTOS.
           MOVE SPACES TO REF-SHIP-TO-PLANT(REF-NUM-PO-SHIPTOS).

      *    SUPPCALL and ADDRCALL raise WS-CT-Rps-Hit when the
      *    supplier's name or an address is waiting on, or was
      *    blocked by, compliance's restricted-party review.  No
      *    PO may go out to such a supplier, so the hold is not
      *    left to the severity file: the PO is parked as
      *    PO-RPSHOLD and PORELEAS refuses to release it while
      *    the review stays open.
       2163-Hold-Restricted-Party.
           IF WS-CT-Rps-Hit AND PO-IDX >= 1 AND PO-IDX <= 10
              MOVE 'H' TO WS-Occ-Hold-Flag(PO-IDX)
              MOVE "PO-RPSHOLD" TO WS-Occ-Hold-Check(PO-IDX)
              ADD +1 TO WS-Rps-Hold-Cnt
              ADD +1 TO WS-Warn-Only-Cnt
              SET WS-CT-Record-Warned TO TRUE
              MOVE "POCL018W" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              STRING "PO=" PO-NUMBER(PO-IDX)
                 " SUPPLIER=" REF-SUPPLIER-CODE
                 DELIMITED BY SIZE INTO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
           END-IF.

      *    The week of WS-Cap-Day-Int (Monday start -- day 1 of
      *    the integer calendar was a Monday) and the part's own
      *    declaration in effect then, else the first family
      *    declaration covering it.
       2158-Find-Cap-Row.
           COMPUTE WS-Cap-Week-Start = FUNCTION DATE-OF-INTEGER
              (WS-Cap-Day-Int - FUNCTION MOD(WS-Cap-Day-Int - 1, 7)).
           MOVE ZERO TO WS-Cap-Match-IDX WS-Cap-Family-IDX.
           PERFORM VARYING WS-Cap-IDX FROM 1 BY 1
              UNTIL WS-Cap-IDX > WS-Cap-Cnt
              IF WS-Cap-Supplier(WS-Cap-IDX) = REF-SUPPLIER-CODE AND
                 WS-Cap-Eff-From(WS-Cap-IDX) <= WS-Cap-Week-Start AND
                 (WS-Cap-Eff-To(WS-Cap-IDX) = ZERO OR
                  WS-Cap-Eff-To(WS-Cap-IDX) >= WS-Cap-Week-Start)
                 IF WS-Cap-Family-Len(WS-Cap-IDX) = ZERO
                    IF WS-Cap-Part-Key(WS-Cap-IDX) = REF-PART-NUMBER
                       SET WS-Cap-Match-IDX TO WS-Cap-IDX
                       SET WS-Cap-IDX TO WS-Cap-Cnt
                    END-IF
                 ELSE
                    MOVE WS-Cap-Family-Len(WS-Cap-IDX) TO
                       WS-Cap-Hold-Len
                    IF WS-Cap-Family-IDX = ZERO AND
                       WS-Cap-Part-Key(WS-Cap-IDX)
                          (1:WS-Cap-Hold-Len) =
                       REF-PART-NUMBER(1:WS-Cap-Hold-Len)
                       SET WS-Cap-Family-IDX TO WS-Cap-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-Cap-Match-IDX = ZERO
              MOVE WS-Cap-Family-IDX TO WS-Cap-Match-IDX
           END-IF.

       2159-Find-Cap-Bucket.
           MOVE ZERO TO WS-Cap-Bkt-Match-IDX.
           PERFORM VARYING WS-Cap-Bkt-IDX FROM 1 BY 1
              UNTIL WS-Cap-Bkt-IDX > WS-Cap-Bkt-Cnt
              IF WS-Cap-Bkt-Cap-IDX(WS-Cap-Bkt-IDX) =
                 WS-Cap-Match-IDX AND
                 WS-Cap-Bkt-Week-Start(WS-Cap-Bkt-IDX) =
                 WS-Cap-Week-Start
                 SET WS-Cap-Bkt-Match-IDX TO WS-Cap-Bkt-IDX
                 SET WS-Cap-Bkt-IDX TO WS-Cap-Bkt-Cnt
              END-IF
           END-PERFORM.
           IF WS-Cap-Bkt-Match-IDX = ZERO
              IF WS-Cap-Bkt-Cnt >= WS-Cap-Bkt-Max-Cnt
                 MOVE "POCL002S" TO WS-Msg-Id
                 MOVE "WS-Cap-Bkt-Table" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Cap-Bkt-Cnt
              MOVE WS-Cap-Bkt-Cnt TO WS-Cap-Bkt-Match-IDX
              MOVE WS-Cap-Match-IDX TO
                 WS-Cap-Bkt-Cap-IDX(WS-Cap-Bkt-Match-IDX)
              MOVE WS-Cap-Week-Start TO
                 WS-Cap-Bkt-Week-Start(WS-Cap-Bkt-Match-IDX)
              MOVE ZERO TO WS-Cap-Bkt-Load-Qty(WS-Cap-Bkt-Match-IDX)
           END-IF.

       2144-Find-Blanket-Row.
           SET WS-Blkt-Not-Found TO TRUE.
           MOVE ZERO TO WS-Blkt-Match-IDX.
           DISPLAY "  Po:     High-Risk-Supplier: "
              WS-High-Risk-Warn-Cnt.

           DISPLAY "  Po: Restricted-Party-Holds: "
              WS-Rps-Hold-Cnt.

           DISPLAY "  Po:      InValid-No-PPAP: "
              WS-InValid-Ppap-Cnt.

           DISPLAY "  Po:     PPAP-Warn-Checks: "
              WS-Ppap-Warn-Cnt.

           DISPLAY "  Po:      ECN-Warn-Checks: "
              WS-Ecn-Warn-Cnt.

           DISPLAY "  Po: Capacity-Warn-Checks: "
              WS-Cap-Warn-Cnt.

           DISPLAY "  Po:  InValid-Govt-Contract: "
              WS-InValid-Contract-Cnt.

           DISPLAY "  Po: Contract-Warn-Checks: "
              WS-Contract-Warn-Cnt.

           DISPLAY "  Po:  InValid-GL-Distribution: "
              WS-InValid-Gl-Dist-Cnt.

           DISPLAY "  Po:  GL-Dist-Warn-Checks: "
              WS-Gl-Dist-Warn-Cnt.

           DISPLAY "  Po:   GL-Default-Applied: "
              WS-Gl-Default-Cnt.

           DISPLAY "  Po:       Scheduled-POs: "
              WS-Sched-Po-Cnt.

           DISPLAY "  Po:  InValid-Del-Schedule: "
              WS-InValid-Sched-Cnt.

           DISPLAY "  Po:  Schedule-Warn-Checks: "
              WS-Sched-Warn-Cnt.

           DISPLAY "  Po:   Ship-To-Default-Plant: "
              WS-Ship-To-Default-Cnt.

           DISPLAY "  Po:   InValid-Ship-To-Plant: "
              WS-InValid-Ship-To-Cnt.

           DISPLAY "  Po:   Ship-To-Warn-Checks: "
              WS-Ship-To-Warn-Cnt.

           DISPLAY "  Po: Delivery-Plant-Closed: "
              WS-Ship-NonRecv-Cnt.

           DISPLAY "  Po:       Held-For-Review: "
              WS-Held-PO-Cnt.

           IF WS-Hold-Queue-Open
              CLOSE HoldQueueFile
           END-IF.
           IF WS-Ppap-File-Open
              CLOSE PpapFile
           END-IF.

      *    One balancing control record per currency actually
      *    written this run -- WS-Currency-Totals-Table already has
                OutFile-SUPPLIER-CODE.
           MOVE REF-PART-NUMBER TO
                OutFile-PART-NUMBER.
           PERFORM 2161-Get-PO-Contract.
           MOVE WS-Gcon-Hold-Number TO
                OutFile-PRIME-CONTRACT-NO.
           MOVE WS-Gcon-Hold-Rating TO
                OutFile-DPAS-RATING.
           PERFORM 2172-Move-Dist-To-OutFile.
           PERFORM 2186-Move-Sched-To-OutFile.
           PERFORM 2191-Get-PO-Ship-To.
           MOVE WS-Ship-Sent-Plant TO
                OutFile-SHIP-TO-PLANT.

           WRITE OutFile-PURCHASE-ORDERS.

              PERFORM 6150-Accumulate-Currency-Balance
              PERFORM 6160-Consume-Blanket-Ceiling
              PERFORM 6170-Consume-Buyer-Budget
              PERFORM 6180-Consume-Supplier-Capacity
           ELSE
              MOVE "POCL001E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
           MOVE DELIVERY-DATE(PO-IDX) TO OutFile-DELIVERY-DATE.
           MOVE REF-SUPPLIER-CODE TO OutFile-SUPPLIER-CODE.
           MOVE REF-PART-NUMBER TO OutFile-PART-NUMBER.
           PERFORM 2161-Get-PO-Contract.
           MOVE WS-Gcon-Hold-Number TO OutFile-PRIME-CONTRACT-NO.
           MOVE WS-Gcon-Hold-Rating TO OutFile-DPAS-RATING.
           PERFORM 2172-Move-Dist-To-OutFile.
           PERFORM 2186-Move-Sched-To-OutFile.
           PERFORM 2191-Get-PO-Ship-To.
           MOVE WS-Ship-Sent-Plant TO OutFile-SHIP-TO-PLANT.
           MOVE WS-CT-Business-Date TO FD-HQ-Held-Date.
           MOVE WS-Occ-Hold-Check(PO-IDX) TO FD-HQ-Check-Id.
           MOVE OutFile-PURCHASE-ORDERS TO FD-HQ-Po-Image.
                 " CHECK=" WS-Occ-Hold-Check(PO-IDX)
                 DELIMITED BY SIZE INTO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              PERFORM 6210-Notify-Po-Held
           ELSE
              MOVE "POCL001E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              GOBACK
           END-IF.

      *    The buyer hears the PO is waiting on the hold queue
      *    the next morning, not whenever someone reads the run
      *    log.
       6210-Notify-Po-Held.
           MOVE SPACES TO WS-Ntfy-Request.
           SET WS-Ntfy-Po-Held TO TRUE.
           MOVE "POCALL" TO WS-Ntfy-Source.
           MOVE PO-NUMBER(PO-IDX) TO WS-Ntfy-Event-Key.
           MOVE REF-SUPPLIER-CODE TO WS-Ntfy-Supplier-Code.
           MOVE BUYER-CODE(PO-IDX) TO WS-Ntfy-Buyer-Code.
           MOVE REF-PART-NUMBER TO WS-Ntfy-Part-Number.
           STRING "PO " PO-NUMBER(PO-IDX) " HELD BY CHECK "
              WS-Occ-Hold-Check(PO-IDX)
              " -- RELEASE OR CANCEL ON PSQA"
              DELIMITED BY SIZE INTO WS-Ntfy-Text.
           CALL 'PSAPNTFY' USING WS-Ntfy-Request.

      *    The extended value converted at the maintained rate for
      *    this PO's currency.  A currency with no rate on file
      *    converts as zero and is tallied, so the USD total line
                    WS-Bud-Committed(WS-Bud-Match-IDX)
              END-IF
           END-IF.

      *    The PO's weeks join the supplier's load as it writes.
       6180-Consume-Supplier-Capacity.
           IF WS-Cap-Cnt > ZERO AND
              REF-SUPPLIER-CODE > SPACE AND
              REF-PART-NUMBER > SPACE
              PERFORM 2151-Build-Cap-Weeks
              PERFORM 6181-Consume-One-Cap-Week
                 VARYING WS-Cap-Wk-Sub FROM 1 BY 1
                 UNTIL WS-Cap-Wk-Sub > WS-Cap-Wk-Cnt
           END-IF.

       6181-Consume-One-Cap-Week.
           MOVE WS-Cap-Wk-Cap-IDX(WS-Cap-Wk-Sub) TO WS-Cap-Match-IDX.
           MOVE WS-Cap-Wk-Start(WS-Cap-Wk-Sub) TO WS-Cap-Week-Start.
           PERFORM 2159-Find-Cap-Bucket.
           ADD WS-Cap-Wk-Qty(WS-Cap-Wk-Sub) TO
              WS-Cap-Bkt-Load-Qty(WS-Cap-Bkt-Match-IDX).
