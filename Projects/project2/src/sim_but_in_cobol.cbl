       AUTHOR. Gemini.
       DATE-WRITTEN. 2023.
       *> ----------------------------------------------------------------
       *> GShare / Bimodal / Local-history / Perceptron Branch Predictor
       *> in GnuCOBOL
       *> Fixes: PIC Z(0) error, Output formatting, Robust parsing.
       *> Compile: cobc -x -free sim.cbl -o sim_c
       *> Usage: ./sim_c gshare|bimodal|local|perceptron <M> <N>
       *>            <trace_file> [options]
       *>    or: ./sim_c batch gshare|bimodal|local|perceptron <Mlo> <Mhi>
       *>            <Nlo> <Nhi> <trace_file> [options]
       *>    or: ./sim_c convert <text_trace> <bin_trace>
       *>    or: ./sim_c audit <trace_file|@listfile> [options]
       *>    or: ./sim_c compare gshare|bimodal|local|perceptron <Ma> <Na>
       *>            gshare|bimodal|local|perceptron <Mb> <Nb>
       *>            <trace_file> [options]
       *>    or: ./sim_c history <hist_file> <trace_file> [options]
       *>    or: ./sim_c analyze <csv_file> [RANK=SUITE|GEOMEAN]
       *>    or: ./sim_c events <eventlog_file> [TOP=<count>]
       *>    or: ./sim_c trend <hist_file> <trace_file> [options]
       *>    or: ./sim_c histpurge <hist_file> <archive_file>
       *>    or: ./sim_c histload <hist_file> <archive_file>
       *>    or: ./sim_c histapply <hist_file> <journal_file>
       *>    or: ./sim_c catalog add <cat_file> <name> <trace_file>
       *>            [WEIGHT=<w>]
       *>    or: ./sim_c catalog list <cat_file>
       *>    or: ./sim_c catalog verify <cat_file> [<name>]
       *>    or: ./sim_c classify <trace_file> [CLASSFILE=<path>]
       *>            [BIAS=<fraction>] - profile every static branch
       *>            by its own outcome stream (always-taken,
       *>            always-not-taken, strongly biased, loop-like,
       *>            alternating, irregular), independent of any
       *>            predictor
       *>    or: ./sim_c slice <cat_file> <name> <in_trace>
       *>            <out_trace> [LINES=] [PCRANGE=] [BTYPE=]
       *>            [FIRST=] [OUTFORMAT=] - copy the branches that
       *>            pass every criterion given into a new trace,
       *>            print an input/selected/rejected control
       *>            report and register the slice in the catalog
       *>            under <name>, its parent trace recorded
       *>    or: ./sim_c histmaint <hist_file> [<trace_file>]
       *>            [TYPE=] [M=] [N=] - history maintenance panel:
       *>            browse stored runs by trace/type/M/N/CWIDTH, mark
       *>            a run invalid with a reason code (or restore it),
       *>            pin a run as its configuration's baseline. Reads
       *>            its commands from the console, so a prepared
       *>            command file can be fed to it as well
       *>    or: ./sim_c audittrail <audit_file> [FROM=<yyyymmdd>]
       *>            [TO=<yyyymmdd>] [KEY=<trace|name>] - list the
       *>            maintenance audit trail: every histpurge,
       *>            histload, histapply, histmaint, catalog add,
       *>            slice and config change with its command, the
       *>            keys it
       *>            touched and the before/after record images
       *>    or: ./sim_c reconcile <yyyymmdd> <hist_file|->
       *>            <csv_file|-> <extract_file|-> <joblog_file|->
       *>            - end-of-day cross-check of one run date: runs
       *>            and mispredictions per trace and configuration
       *>            in the history master (and its .jnl journal),
       *>            the CSV, the extract details and the job log's
       *>            "run close" lines; every key whose sources
       *>            disagree is listed as a break, and so is an
       *>            extract whose trailer does not vouch for its
       *>            details. "-" leaves a source out; at least two
       *>            are needed. Any break ends with condition code 8
       *>    or: ./sim_c config add|replace <cfg_file> <name>
       *>            gshare|bimodal|local|perceptron <M> <N> [options]
       *>    or: ./sim_c config list <cfg_file>
       *>    or: ./sim_c config delete <cfg_file> <name>
       *>            - named predictor profiles; "@cfg:<name>" in a
       *>            run, batch, compare, interleave or deck step
       *>            stands for the profile's type, M, N and options
       *>            (batch: type and options - the sweep supplies M
       *>            and N; compare: each profile's CWIDTH becomes
       *>            CWIDTHA/CWIDTHB). Options typed on the command
       *>            itself override the profile's
       *>    or: ./sim_c interleave gshare|bimodal|local|perceptron
       *>            <M> <N> <Q>
       *>            <traceA> <traceB> [SWITCHWIN=<n>] [options] -
       *>            alternate Q-branch quanta from the two traces
       *>            through one predictor and report each workload's
       *>            16 invalid step) and an end-of-job summary
       *> Options (KEY=VALUE, or a bare number for warm-up count):
       *>   CSV=<path>       append an M,N,total,mispredictions,rate row
       *>   CSVKEEP=<n>      with CSV=<name>(+1): generations kept
       *>   WARMUP=<count>   branches excluded from the reported rate
       *>   SNAPSHOT=<path>  save PHT/GHR at exit, reload at the next start
       *>   WINDOW=<count>   print a running rate every <count> branches
       *>   CWIDTHA=<1|2|3>  compare mode: counter width for config A
       *>   CWIDTHB=<1|2|3>  compare mode: counter width for config B
       *>   EVENTLOG=<path>  write a detail record per misprediction
       *>   EVENTLOGKEEP=<n> with EVENTLOG=<name>(+1): generations kept
       *>   EVSAMPLE=<K>     log only every Kth misprediction (default 1)
       *>   BTBSETS=<n>      simulate an n-set BTB from the optional
       *>                    third (target address) trace field
       *>                    carries no #<count> field
       *>   BHTBITS=<1-24>   local type: branch history table index
       *>                    bits, 2**bits entries (default 10)
       *>   SWEEP=<LOOP|ONEPASS> batch mode: LOOP (the default) reads
       *>                    the trace set once per M x N combination;
       *>                    ONEPASS reads it once for the whole grid
       *>                    and feeds every branch to every
       *>                    combination - same summary lines, CSV
       *>                    rows, history records and extract
       *>                    details. Not with SNAPSHOT, EVENTLOG,
       *>                    HOTSPOT or WINDOW
       *>   BUDGET=<MB>      ONEPASS predictor memory limit (default
       *>                    1024); a larger grid is split into the
       *>                    fewest passes that fit
       *>   PTABLE=<rows>    perceptron type: weight-vector rows,
       *>                    indexed by PC, a power of two (default
       *>                    2**M)
       *>   PHIST=<1-56>     perceptron type: global history bits
       *>                    fed to each vector (default N)
       *>   PWBITS=<2-14>    perceptron type: signed weight width in
       *>                    bits (default 8); PTABLE, PHIST and
       *>                    PWBITS are stamped into SNAPSHOT and
       *>                    CHECKPOINT files and checked on reload.
       *>                    A perceptron result is filed (history,
       *>                    CSV, extract, job log) under the geometry
       *>                    it ran with: M = log2 of the rows, N = the
       *>                    history bits and PWBITS as its cwidth
       *>   SAMPLE=<K>       sampled estimate: of every K windows only
       *>                    the last is scored, the rate extrapolated
       *>                    over the whole trace with a 95% interval
       *>                    and the fraction simulated; flagged
       *>                    sampled in CSV, HISTORY and EXTRACT and
       *>                    never used as a regression baseline. Not
       *>                    with compare, interleave, ONEPASS,
       *>                    CHECKPOINT/RESTART or WINDOW
       *>   SAMPLEWIN=<W>    branches per sampling window (default
       *>                    10000)
       *>   SAMPLEWARM=<U>   unscored warm-up branches ahead of each
       *>                    scored window (default W/10)
       *>   HISTORY=<path>   record every completed run in the keyed
       *>                    run-history master and flag regressions
       *>   THRESH=<rate>    regression threshold for HISTORY and the
       *>                    later histapply
       *>   JOBLOG=<path>    append a timestamped operator log:
       *>                    mode starts, per-trace open/close with
       *>                    elapsed time and lines/second, a "run
       *>                    close" line per reported run, every
       *>                    file-error diagnostic with its two-byte
       *>                    status, and a final elapsed/return-code
       *>                    line. Job-level - a deck's steps share
       *>                    the log the job opened
       *>   JOBLOGKEEP=<n>   with JOBLOG=<name>(+1): generations kept
       *>   EXTRACT=<path>   write the fixed-layout warehouse
       *>                    interface file: header record, one
       *>                    detail per completed run, trailer with
       *>                    detail count and misprediction hash total
       *>   EXTRACTKEEP=<n>  with EXTRACT=<name>(+1): generations kept;
       *>                    one step per job may write the (+1) -
       *>                    a second is refused with cc 12
       *>   CATALOG=<path>   trace catalog master; lets the trace
       *>                    argument be %<name> - the run verifies
       *>                    the file against the cataloged totals
       *>                    and refuses to start on a mismatch
       *>   AUDITLOG=<path>  audit trail the maintenance actions
       *>                    (histpurge, histload, histapply, histmaint,
       *>                    catalog add, slice, config add/replace/
       *>                    delete)
       *>                    append to; default <master_path>.aud
       *>                    beside the master changed. An action that
       *>                    cannot write its audit trail does not run
       *>   KEY=<key>        audittrail: only records for that trace
       *>                    key or catalog/profile name
       *>   CONFIG=<path>    configuration master that "@cfg:<name>"
       *>                    resolves through; given on the deck
       *>                    command it serves every step
       *>   TYPE=/M=/N=      history inquiry filters
       *>   PROFILE=<name>   history inquiry/trend: only runs made
       *>                    under that configuration profile
       *>   LINES=<from>-<to> slice: input line (BIN: record) range,
       *>                    either end may be left off
       *>   PCRANGE=<lo>-<hi> slice: hex branch PC range, inclusive
       *>   BTYPE=<c|k|r|i>  slice: only branches with this type tag
       *>   FIRST=<n>        slice: stop after n selected branches
       *>   OUTFORMAT=<TEXT|BIN> slice: output trace format
       *>                    (default the input's format)
       *>   CLASSFILE=<path> classify: write the fixed-layout branch
       *>                    class file (header, one detail per PC,
       *>                    one summary per class, trailer)
       *>   BIAS=<fraction>  classify: share of executions in one
       *>                    direction that makes a branch strongly
       *>                    biased (default 0.95)
       *>   WEIGHT=<w>       catalog add/slice: the trace's weight in
       *>                    a suite score (kept on re-registration
       *>                    when not given again)
       *>   RANK=<SUITE|GEOMEAN> analyze: report only the SUITE rows
       *>                    and rank M x N by the suite's weighted
       *>                    mean rate, or by its geometric mean rate
       *> Trace lines are "<pc_hex> <t|n> [<target_hex>] [<type>]" -
       *> the target and single-letter type tag (c=conditional,
       *> k=call, r=return, i=indirect, either order) are optional
       *> and lines without them behave as they always have.
       *> An @listfile names one trace per line - a path, or %<name>
       *> with CATALOG= - optionally followed by its suite weight
       *> ("gcc.trace 2.5"); a trace without one takes its catalog
       *> entry's WEIGHT=, else 1. After the TOTAL line a suite row
       *> ("SUITE:<listfile>") reports the weighted mean misprediction
       *> rate and MPKI and the weighted geometric mean rate (rates
       *> below 0.00001 count as 0.00001) over the traces that scored
       *> branches, and goes to CSV, HISTORY, EXTRACT and JOBLOG like
       *> any other result - its rate field holding the weighted
       *> mean, its counts the TOTAL's.
       *> The CSV, EVENTLOG, EXTRACT and JOBLOG paths - and the files
       *> analyze, events and reconcile read - may name a generation:
       *> <name>(+1) writes the next generation, kept on disk as
       *> <name>.G0001V00, <name>.G0002V00 ...; <name>(0) is the
       *> newest and <name>(-1) the one before it. As in JCL the
       *> numbers hold for the whole job: every (+1) in a deck is the
       *> one new generation, (0) the one current when the job began.
       *> (0) may also be written - the CSV and job log then append
       *> to it. A restarted run's EVENTLOG (+1) continues the newest
       *> generation. The ...KEEP=<n> options delete the oldest
       *> generations once a new one leaves more than <n> on disk.
       *> ----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITL-B-STATUS.

           SELECT SLICE-OUT-FILE ASSIGN TO WS-SLC-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLC-OUT-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO WS-ATR-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATR-STATUS.

           SELECT RCN-LOG-FILE ASSIGN TO WS-RCN-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCN-LOG-STATUS.

           SELECT CONFIG-FILE ASSIGN TO WS-CFGM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NAME
               FILE STATUS IS WS-CFGM-STATUS.

           SELECT CLASS-FILE ASSIGN TO WS-CLS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-FILE.
           05 BT-OUT-BTYPE   PIC X.
           05 BT-OUT-ICNT    PIC 9(9) USAGE COMP-5.

       *> Wide enough for a row with the full 100-byte trace label,
       *> the profile name and every counter at its widest.
       FD  CSV-FILE.
       01  CSV-RECORD PIC X(512).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD PIC X(80).
              10 RH-TYPE     PIC X(10).
              10 RH-M        PIC 9(2).
              10 RH-N        PIC 9(2).
       *> Counter width - for perceptron the PWBITS weight width,
       *> hence two digits (another record-length change).
              10 RH-CWIDTH   PIC 9(2).
              10 RH-DATE     PIC 9(8).
              10 RH-TIME     PIC 9(6).
           05 RH-WARMUP      PIC 9(18).
           05 RH-MISP        PIC 9(18).
           05 RH-SKIPPED     PIC 9(18).
           05 RH-RATE        PIC 9(3)V9(5).
       *> 'S' when the run was a SAMPLE= estimate, RH-CI95 then
       *> holding the half-width of its 95% interval; space and zero
       *> for a full-trace figure. Adding these changed the record
       *> length - masters and archives written before them must be
       *> rebuilt.
           05 RH-SAMPLED     PIC X.
              88 RH-IS-SAMPLED VALUE 'S'.
           05 RH-CI95        PIC 9(3)V9(5).
       *> Configuration profile the run was made under ("@cfg:"),
       *> blank for one typed out in full. Also a record-length
       *> change - rebuild masters and archives written before it.
           05 RH-PROFILE     PIC X(32).
       *> Maintenance state set by histmaint (another record-length
       *> change). An invalidated run stays on file for audit but is
       *> never a baseline and is left out of trend figures and
       *> inquiry totals; a pinned run is its configuration's
       *> baseline in place of the oldest stored one.
           05 RH-STATUS      PIC X.
              88 RH-IS-INVALID VALUE 'I'.
           05 RH-REASON      PIC X(2).
           05 RH-STATUS-DATE PIC 9(8).
           05 RH-PIN         PIC X.
              88 RH-IS-PINNED VALUE 'P'.
       *> Suite weight of a trace run from an @listfile (zero for
       *> one run on its own or a TOTAL); on a suite row the summed
       *> weight and the weighted geometric mean rate, RH-RATE then
       *> holding the weighted mean. Record-length change again.
           05 RH-WEIGHT      PIC 9(5)V9(4).
           05 RH-GEO-RATE    PIC 9(3)V9(5).

       *> Sequential archive image of a HIST-RECORD - histpurge moves
       *> aged master records here byte for byte and histload moves
       *> them back, so the two layouts must stay the same length.
       FD  ARCH-FILE.
       01  ARCH-RECORD PIC X(244).

       *> Journal side file - one text line per HIST-RECORD a run
       *> could not write because the master was locked by another
           05 CT-RATE        PIC 9(3)V9(5).
           05 CT-MIN-HEX     PIC X(16).
           05 CT-MAX-HEX     PIC X(16).
       *> The trace a slice was cut from - the "%<name>" or path it
       *> was given as - blank for a trace registered directly.
       *> Adding it changed the record length - catalogs written
       *> before it must be rebuilt.
           05 CT-PARENT      PIC X(100).
       *> Suite weight given at registration (WEIGHT=), zero for
       *> none - an @listfile line naming no weight takes this one.
       *> Another record-length change.
           05 CT-WEIGHT      PIC 9(5)V9(4).

       *> Maintenance audit trail - appended to, never rewritten.
       *> One action is an 'H' header (the command as given), a
       *> record per master record it touched - 'I' inserted with
       *> its after image, 'D' deleted with its before image, 'B'
       *> and 'A' before/after images of one replaced - and a 'T'
       *> trailer with the action's counts. Every record carries the
       *> action's date/time so the trail can be read by date range.
       FD  AUDIT-TRAIL-FILE.
       01  ATR-RECORD.
           05 ATR-ID         PIC X.
              88 ATR-IS-HEADER  VALUE 'H'.
              88 ATR-IS-TRAILER VALUE 'T'.
           05 ATR-DATE       PIC 9(8).
           05 ATR-TIME       PIC 9(6).
           05 ATR-ACTION     PIC X(16).
           05 ATR-MASTER     PIC X(8).
           05 ATR-KEY        PIC X(64).
           05 ATR-DATA       PIC X(400).
           05 FILLER         PIC X(7).

       *> A job log read back by reconcile - its own SELECT, since
       *> the job's own log may be open for writing on JOBLOG-FILE.
       FD  RCN-LOG-FILE.
       01  RCN-LOG-RECORD PIC X(256).

       *> Configuration master - one keyed record per named predictor
       *> profile: the type, M, N and the option string exactly as
       *> "config add" was given it. "@cfg:<name>" on a run expands
       *> to these before the command is parsed.
       FD  CONFIG-FILE.
       01  CFGM-RECORD.
           05 CM-NAME        PIC X(32).
           05 CM-TYPE        PIC X(10).
           05 CM-M           PIC 9(2).
           05 CM-N           PIC 9(2).
           05 CM-REG-DATE    PIC 9(8).
           05 CM-OPTIONS     PIC X(200).

       *> Run deck - one step per line, each line carrying the same
       *> tokens the command line takes. Blank lines and lines whose
       *> detail per completed run between an 'H' header and a 'T'
       *> trailer carrying the detail count and a hash total of the
       *> misprediction counts, so the downstream loader can reject a
       *> short file. All 233 bytes, space padded.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD PIC X(233).

       *> Operator job log - timestamped progress and diagnostic
       *> lines, appended across runs so one night's file tells the
       FD  TRACE-B-FILE.
       01  TRACE-B-RECORD PIC X(256).

       *> Text output of slice mode - trace lines in the same form
       *> TRACE-FILE reads. A BIN slice goes out through BIN-OUT-FILE.
       FD  SLICE-OUT-FILE.
       01  SLICE-OUT-RECORD PIC X(256).

       *> Static branch class file - fixed-layout records written by
       *> classify mode: an 'H' header naming the trace, one 'D'
       *> detail per distinct PC, an 'S' summary per class and a 'T'
       *> trailer carrying the detail count. All 128 bytes, space
       *> padded.
       FD  CLASS-FILE.
       01  CLASS-RECORD PIC X(128).

       WORKING-STORAGE SECTION.
       *> Command Line Arguments
       01  WS-CMD-ARGS       PIC X(300).
       01  DISPLAY-WINDOW-RATE PIC Z(2)9.9(5).
       01  DISP-SEEN         PIC Z(17)9.

       *> Sampled simulation (SAMPLE=<K>) - the trace is laid out in
       *> windows of SAMPLEWIN=<W> branches and only the last window
       *> of every K is scored, the SAMPLEWARM=<U> branches ahead of
       *> it training the predictor unscored; every other branch is
       *> read and counted but never predicted. At end of trace the
       *> scored rate is extrapolated over every branch past WARMUP,
       *> and the spread of the per-window rates gives a 95%
       *> confidence interval (1.96 standard errors). The result is
       *> flagged sampled in every file it reaches.
       01  WS-SMP-ENABLED    PIC X VALUE 'N'.
           88 IS-SAMPLING    VALUE 'Y'.
       01  WS-SMP-EVERY      PIC 9(9) USAGE COMP-5 VALUE 0.
       01  WS-SMP-WIN        PIC 9(9) USAGE COMP-5 VALUE 10000.
       01  WS-SMP-WARM       PIC 9(9) USAGE COMP-5 VALUE 0.
       01  WS-SMP-WARM-SET   PIC X VALUE 'N'.
       01  SMP-PERIOD        PIC 9(18) USAGE COMP-5.
       01  SMP-MEAS-START    PIC 9(18) USAGE COMP-5.
       01  SMP-WARM-START    PIC 9(18) USAGE COMP-5.
       01  SMP-OFFSET        PIC 9(18) USAGE COMP-5.
       01  SMP-PHASE         PIC X.
           88 SMP-IN-SKIP    VALUE 'S'.
           88 SMP-IN-WARM    VALUE 'W'.
           88 SMP-IN-MEAS    VALUE 'M'.
       01  SMP-WIN-OPEN      PIC X VALUE 'N'.
       01  SMP-WIN-START-BR  PIC 9(18) USAGE COMP-5.
       01  SMP-WIN-START-MISP PIC 9(18) USAGE COMP-5.
       01  SMP-WIN-BR        PIC 9(18) USAGE COMP-5.
       01  SMP-WIN-RATE      PIC 9(1)V9(9).
       *> Per-trace figures, and the same summed over a trace set
       *> for the TOTAL line.
       01  SMP-SEEN          PIC 9(18) USAGE COMP-5.
       01  SMP-ELIGIBLE      PIC 9(18) USAGE COMP-5.
       01  SMP-SIMULATED     PIC 9(18) USAGE COMP-5.
       01  SMP-MEAS-BR       PIC 9(18) USAGE COMP-5.
       01  SMP-MEAS-MISP     PIC 9(18) USAGE COMP-5.
       01  SMP-WIN-COUNT     PIC 9(9) USAGE COMP-5.
       01  SMP-SUM-RATE      PIC 9(9)V9(9).
       01  SMP-SUM-SQ        PIC 9(9)V9(12).
       01  SMP-SEEN-ALL      PIC 9(18) USAGE COMP-5.
       01  SMP-SIMULATED-ALL PIC 9(18) USAGE COMP-5.
       01  SMP-MEAS-BR-ALL   PIC 9(18) USAGE COMP-5.
       01  SMP-WIN-COUNT-ALL PIC 9(9) USAGE COMP-5.
       01  SMP-SUM-RATE-ALL  PIC 9(9)V9(9).
       01  SMP-SUM-SQ-ALL    PIC 9(9)V9(12).
       01  SMP-VARIANCE      PIC S9(3)V9(12).
       01  SMP-CI95          PIC 9(3)V9(5).
       01  SMP-FRACTION      PIC 9(1)V9(5).
       01  SMP-MPKI          PIC 9(6)V9(3).
       01  SMP-MPKI-CI       PIC 9(6)V9(3).
       01  DISP-SMP-CNT      PIC Z(8)9.
       01  DISPLAY-SMP-FRACT PIC 9.9(5).
       01  DISPLAY-SMP-CI    PIC Z(2)9.9(5).
       01  DISPLAY-SMP-MPKI-CI PIC Z(5)9.9(3).

       *> Sweep analyzer ("analyze <csv_file>") - reads the CSV rows
       *> WRITE-CSV-ROW appended back in and produces the paginated
       *> management report a sweep used to be pivoted into by hand:
       01  ANA-F11           PIC X(20).
       01  ANA-F12           PIC X(20).
       01  ANA-F13           PIC X(20).
       01  ANA-F14           PIC X(20).
       01  ANA-F15           PIC X(20).
       01  ANA-F16           PIC X(20).
       01  ANA-F17           PIC X(20).
       01  ANA-F18           PIC X(20).
       01  ANA-F19           PIC X(20).
       01  ANA-F20           PIC X(20).
       01  ANA-F21           PIC X(20).
       01  ANA-F22           PIC X(20).
       *> RANK=SUITE / RANK=GEOMEAN: only the "SUITE:" rows are
       *> read and each suite gets the per-trace sections, ranked by
       *> its weighted mean rate or its geometric mean rate.
       01  WS-ANA-RANK       PIC X(8).
       01  WS-ANA-UNIT       PIC X(8).
       01  ANA-ROW-OTHER     PIC 9(9) USAGE COMP-5 VALUE 0.
       01  ANA-ROW-SAMPLED   PIC 9(9) USAGE COMP-5 VALUE 0.
       *> Cost-model ranking: when every loaded row carries a nonzero
       *> cpi_penalty column the ranking and winner sections order by
       *> modeled cycle cost instead of raw rate - two configurations
       01  WS-HIST-FILT-TYPE PIC X(10).
       01  WS-HIST-FILT-M    PIC 9(9) USAGE COMP-5 VALUE 99.
       01  WS-HIST-FILT-N    PIC 9(9) USAGE COMP-5 VALUE 99.
       01  WS-HIST-FILT-PROF PIC X(32).
       01  WS-HIST-PROF-TXT  PIC X(40).
       01  WS-HIST-EOF       PIC X.
           88 HIST-END-OF-FILE VALUE 'Y'.
       01  WS-HIST-HAVE-GRP  PIC X.
       01  WS-HIST-GRP-TYPE  PIC X(10).
       01  WS-HIST-GRP-M     PIC 9(2).
       01  WS-HIST-GRP-N     PIC 9(2).
       01  WS-HIST-GRP-CW    PIC 9(2).
       01  WS-HIST-BASE-RATE PIC 9(3)V9(5).
       *> Sampled runs are estimates - they are listed but never
       *> serve as a configuration's baseline.
       01  WS-HIST-HAVE-BASE PIC X.
       01  WS-HIST-BASE-STATE PIC X.
           88 HIST-BASE-SEEKING VALUE 'N'.
           88 HIST-BASE-FOUND VALUE 'Y'.
           88 HIST-BASE-NONE VALUE 'X'.
       01  WS-HIST-MARK      PIC X(20).
       01  WS-HIST-COUNT     PIC 9(9) USAGE COMP-5.
       01  WS-HIST-INV-COUNT PIC 9(9) USAGE COMP-5.
       *> Baseline search: the oldest full-trace valid run of the
       *> configuration unless one is pinned.
       01  WS-HIST-CAND      PIC X.
       01  WS-HIST-CAND-RATE PIC 9(3)V9(5).
       01  WS-HIST-PINNED    PIC X.
       01  WS-HIST-BASE-KIND PIC X(15).
       *> Pinned baselines of the trace under inquiry, gathered
       *> before the listing so a pin later in key order still
       *> governs the runs ahead of it.
       01  HIST-PIN-MAX      PIC 9(4) USAGE COMP-5 VALUE 64.
       01  HIST-PIN-COUNT    PIC 9(4) USAGE COMP-5.
       01  HIST-PIN-IX       PIC 9(4) USAGE COMP-5.
       01  HIST-PIN-TABLE.
           05 HIST-PIN-ENTRY OCCURS 64 TIMES.
              10 HP-TYPE     PIC X(10).
              10 HP-M        PIC 9(2).
              10 HP-N        PIC 9(2).
              10 HP-CW       PIC 9(2).
              10 HP-RATE     PIC 9(3)V9(5).
       01  DISP-HIST-COUNT   PIC Z(8)9.

       *> Trend report ("trend <hist_file> <trace>") - walks the same
       01  WS-TRD-GRP-TYPE   PIC X(10).
       01  WS-TRD-GRP-M      PIC 9(2).
       01  WS-TRD-GRP-N      PIC 9(2).
       01  WS-TRD-GRP-CW     PIC 9(2).
       01  WS-TRD-GRP-CNT    PIC 9(9) USAGE COMP-5.
       01  WS-TRD-PREV-RATE  PIC 9(3)V9(5).
       01  WS-TRD-FIRST-RATE PIC 9(3)V9(5).
       01  DISPLAY-TRD-LAST  PIC Z(2)9.9(5).
       01  DISPLAY-TRD-BEST  PIC Z(2)9.9(5).
       01  DISPLAY-TRD-WORST PIC Z(2)9.9(5).
       *> Sampled runs are printed with their interval but kept out
       *> of the delta chain and the first/last/best/worst figures.
       01  WS-TRD-GRP-SMP    PIC 9(9) USAGE COMP-5.
       01  DISPLAY-TRD-CI    PIC Z(2)9.9(5).

       *> History master maintenance. "histpurge <hist> <archive>
       *> CUTOFF=<yyyymmdd>" moves every record dated before the
       01  JRN-F10           PIC X(20).
       01  JRN-F11           PIC X(20).
       01  JRN-F12           PIC X(20).
       01  JRN-F13           PIC X(20).
       01  JRN-F14           PIC X(20).
       01  JRN-F15           PIC X(32).
       01  JRN-RATE-TXT      PIC 9(3).9(5).
       01  JRN-CI-TXT        PIC 9(3).9(5).
       01  JRN-F16           PIC X(20).
       01  JRN-F17           PIC X(20).
       01  JRN-WT-TXT        PIC 9(5).9(4).
       01  JRN-GEO-TXT       PIC 9(3).9(5).
       01  DISP-HIST-TRY     PIC Z(3)9.

       *> Trace catalog subsystem. "catalog add <catfile> <name>
       01  DISP-CAT-CUR      PIC Z(17)9.
       01  DISP-CAT-CNT      PIC Z(8)9.
       01  DISPLAY-CAT-RATE  PIC Z(2)9.9(5).
       01  WS-CAT-PARENT     PIC X(100).
       01  WS-CAT-WEIGHT     PIC 9(5)V9(4).
       01  WS-CAT-OLD-WEIGHT PIC 9(5)V9(4).
       01  DISPLAY-CAT-WEIGHT PIC Z(4)9.9(4).

       *> Trace slicing ("slice <catfile> <name> <in> <out>") - copies
       *> the branches that pass every criterion given (LINES= input
       *> line range, PCRANGE= hex PC range, BTYPE= type tag, FIRST=
       *> selected-branch limit) into a new text or BIN trace, then
       *> registers it through CATALOG-ADD with the parent recorded.
       *> The control report balances records read against blank,
       *> malformed, selected and rejected; reading stops once no
       *> later record could be selected.
       01  WS-SLICE-MODE     PIC X VALUE 'N'.
           88 IS-SLICE-MODE  VALUE 'Y'.
       01  WS-SLC-NAME       PIC X(32).
       01  WS-SLC-PARENT     PIC X(100).
       01  WS-SLC-OUT-PATH   PIC X(100).
       01  WS-SLC-OUT-STATUS PIC XX.
       01  WS-SLC-OUT-FMT    PIC X(4).
           88 SLC-OUT-BIN    VALUE "BIN".
       01  WS-SLC-IN-FMT     PIC X(4).
       01  WS-SLC-BTYPE      PIC X.
       01  WS-SLC-TOK1       PIC X(40).
       01  WS-SLC-TOK2       PIC X(40).
       01  WS-SLC-TEXT       PIC X(256).
       01  WS-SLC-PTR        PIC 9(3) USAGE COMP-5.
       01  WS-SLC-VERDICT    PIC X.
           88 SLC-SELECTED   VALUE 'S'.
           88 SLC-REJECTED   VALUE 'R'.
       01  WS-SLC-STOPPED    PIC X.
       01  SLC-LINE-LO       PIC 9(18) USAGE COMP-5.
       01  SLC-LINE-HI       PIC 9(18) USAGE COMP-5.
       01  SLC-PC-LO         PIC 9(18) USAGE COMP-5.
       01  SLC-PC-HI         PIC 9(18) USAGE COMP-5.
       01  SLC-FIRST         PIC 9(18) USAGE COMP-5.
       01  SLC-READ          PIC 9(18) USAGE COMP-5.
       01  SLC-BLANK         PIC 9(18) USAGE COMP-5.
       01  SLC-MALF          PIC 9(18) USAGE COMP-5.
       01  SLC-SELECTED-CNT  PIC 9(18) USAGE COMP-5.
       01  SLC-REJ-LINES     PIC 9(18) USAGE COMP-5.
       01  SLC-REJ-PC        PIC 9(18) USAGE COMP-5.
       01  SLC-REJ-TYPE      PIC 9(18) USAGE COMP-5.
       01  SLC-REJ-TOTAL     PIC 9(18) USAGE COMP-5.
       01  DISP-SLC-CNT      PIC Z(17)9.
       01  DISP-SLC-ICNT     PIC Z(8)9.

       *> Static branch classification ("classify <trace>") - each
       *> distinct PC judged by its own outcome stream, no predictor
       *> involved. The PCs ride the hot-spot hash table (HOT-PC /
       *> HOT-SEEN) and CLS-ENTRY runs alongside it slot for slot:
       *> taken count, direction changes, not-taken-after-not-taken
       *> count, and the taken-run bookkeeping that spots loops - a
       *> taken run closed by a single not-taken, with most runs the
       *> same length as the one before. Classes are checked in the
       *> order always-taken, always-not-taken, alternating (changes
       *> direction nearly every execution), loop-like, strongly
       *> biased (BIAS= share in one direction), else irregular.
       01  WS-CLASSIFY-MODE  PIC X VALUE 'N'.
           88 IS-CLASSIFY-MODE VALUE 'Y'.
       01  WS-CLS-PATH       PIC X(100).
       01  WS-CLS-STATUS     PIC XX.
       01  WS-CLS-ENABLED    PIC X VALUE 'N'.
           88 IS-CLS-FILE-ENABLED VALUE 'Y'.
       01  WS-CLS-CATNAME    PIC X(32).
       01  WS-CLS-BIAS       PIC 9V9(5).
       01  WS-CLS-SHARE      PIC 9V9(5).
       01  WS-CLS-IX         PIC 9(9) USAGE COMP-5.
       01  WS-CLS-CLASS      PIC 9 USAGE COMP-5.
       01  WS-CLS-NT         PIC 9(18) USAGE COMP-5.
       01  WS-CLS-BRANCHES   PIC 9(18) USAGE COMP-5.
       01  WS-CLS-MALF       PIC 9(18) USAGE COMP-5.
       01  WS-CLS-DETAILS    PIC 9(9) USAGE COMP-5.
       01  WS-CLS-PCT        PIC 9(3)V99.
       01  DISPLAY-CLS-PCT   PIC ZZ9.99.
       01  DISPLAY-CLS-PCT2  PIC ZZ9.99.
       01  DISP-CLS-STATIC   PIC Z(8)9.
       01  DISP-CLS-DYN      PIC Z(17)9.
       01  CLS-TABLE.
           05 CLS-ENTRY OCCURS 65536 TIMES.
              10 CLS-TAKEN   PIC 9(18) USAGE COMP-5.
              10 CLS-FLIPS   PIC 9(18) USAGE COMP-5.
              10 CLS-NN      PIC 9(18) USAGE COMP-5.
              10 CLS-RUN     PIC 9(9) USAGE COMP-5.
              10 CLS-TRIP    PIC 9(9) USAGE COMP-5.
              10 CLS-RUNS    PIC 9(18) USAGE COMP-5.
              10 CLS-REG-RUNS PIC 9(18) USAGE COMP-5.
              10 CLS-LAST    PIC 9 USAGE COMP-5.
              10 CLS-CLASS   PIC 9 USAGE COMP-5.
       01  CLS-NAME-VALUES.
           05 FILLER         PIC X(22) VALUE "ATalways-taken".
           05 FILLER         PIC X(22) VALUE "ANalways-not-taken".
           05 FILLER         PIC X(22) VALUE "SBstrongly-biased".
           05 FILLER         PIC X(22) VALUE "LPloop-like".
           05 FILLER         PIC X(22) VALUE "ALalternating".
           05 FILLER         PIC X(22) VALUE "IRirregular".
       01  CLS-NAME-TABLE REDEFINES CLS-NAME-VALUES.
           05 CLS-NAME-ENTRY OCCURS 6 TIMES.
              10 CLS-CODE    PIC X(2).
              10 CLS-NAME    PIC X(20).
       01  CLS-SUM-TABLE.
           05 CLS-SUM-ENTRY OCCURS 6 TIMES.
              10 CLS-SUM-STATIC PIC 9(9) USAGE COMP-5.
              10 CLS-SUM-DYN PIC 9(18) USAGE COMP-5.
       01  CLS-HDR-REC.
           05 CLS-H-ID       PIC X VALUE 'H'.
           05 CLS-H-SYSTEM   PIC X(8) VALUE "SIMBP".
           05 CLS-H-DATE     PIC 9(8).
           05 CLS-H-TIME     PIC 9(6).
           05 CLS-H-TRACE    PIC X(64).
           05 CLS-H-CATNAME  PIC X(32).
           05 CLS-H-FORMAT   PIC X(4).
           05 FILLER         PIC X(5) VALUE SPACES.
       01  CLS-DTL-REC.
           05 CLS-D-ID       PIC X VALUE 'D'.
           05 CLS-D-PC       PIC X(16).
           05 CLS-D-CLASS    PIC X(2).
           05 CLS-D-SEEN     PIC 9(18).
           05 CLS-D-TAKEN    PIC 9(18).
           05 CLS-D-RATE     PIC 9(3)V9(5).
           05 CLS-D-FLIPS    PIC 9(18).
           05 CLS-D-RUNS     PIC 9(18).
           05 CLS-D-TRIP     PIC 9(9).
           05 FILLER         PIC X(20) VALUE SPACES.
       01  CLS-SUM-REC.
           05 CLS-S-ID       PIC X VALUE 'S'.
           05 CLS-S-CLASS    PIC X(2).
           05 CLS-S-NAME     PIC X(20).
           05 CLS-S-STATIC   PIC 9(9).
           05 CLS-S-DYN      PIC 9(18).
           05 FILLER         PIC X(78) VALUE SPACES.
       01  CLS-TRL-REC.
           05 CLS-T-ID       PIC X VALUE 'T'.
           05 CLS-T-COUNT    PIC 9(9).
           05 CLS-T-BRANCHES PIC 9(18).
           05 CLS-T-OVERFLOW PIC 9(18).
           05 FILLER         PIC X(82) VALUE SPACES.

       *> History maintenance panel ("histmaint <hist_file>"). One
       *> page of stored runs is held in HM-ROW by full key; paging
       *> forward restarts from the key after the page, paging back
       *> pops the saved page-start keys. Every change is a REWRITE
       *> of one record with before/after images to the audit trail.
       01  WS-HISTMAINT-MODE PIC X VALUE 'N'.
           88 IS-HISTMAINT-MODE VALUE 'Y'.
       01  HM-PAGE-SIZE      PIC 9(4) USAGE COMP-5 VALUE 15.
       01  HM-ROW-COUNT      PIC 9(4) USAGE COMP-5.
       01  HM-IX             PIC 9(4) USAGE COMP-5.
       01  HM-SEL            PIC 9(4) USAGE COMP-5.
       01  HM-ROW-TABLE.
           05 HM-ROW OCCURS 15 TIMES.
              10 HM-ROW-KEY  PIC X(94).
       01  HM-PAGE-NO        PIC 9(4) USAGE COMP-5.
       01  HM-STACK-MAX      PIC 9(4) USAGE COMP-5 VALUE 200.
       01  HM-STACK-TABLE.
           05 HM-STACK-KEY   PIC X(94) OCCURS 200 TIMES.
       01  HM-START-KEY      PIC X(94).
       01  HM-NEXT-KEY       PIC X(94).
       01  HM-TARGET-KEY     PIC X(94).
       01  WS-HM-MORE        PIC X.
       01  WS-HM-DONE        PIC X.
           88 HM-SESSION-DONE VALUE 'Y'.
       01  WS-HM-SCAN-END    PIC X.
       01  WS-HM-OK          PIC X.
       01  WS-HM-CMD         PIC X(80).
       01  WS-HM-VERB        PIC X(8).
       01  WS-HM-ARG1        PIC X(64).
       01  WS-HM-ARG2        PIC X(10).
       01  WS-HM-MSG         PIC X(80).
       01  WS-HM-F-TRACE     PIC X(64).
       01  WS-HM-F-TYPE      PIC X(10).
       01  WS-HM-F-M         PIC 9(2).
       01  WS-HM-F-M-SET     PIC X.
       01  WS-HM-F-N         PIC 9(2).
       01  WS-HM-F-N-SET     PIC X.
       01  WS-HM-F-CW        PIC 9(2).
       01  WS-HM-F-CW-SET    PIC X.
       01  WS-HM-F-TXT       PIC X(100).
       01  WS-HM-STATE       PIC X(12).
       01  WS-HM-CHANGES     PIC 9(9) USAGE COMP-5.
       01  DISP-HM-NO        PIC Z9.
       01  DISP-HM-PAGE      PIC ZZZ9.
       01  DISP-HM-FM        PIC X(2).
       01  DISP-HM-FN        PIC X(2).
       01  DISP-HM-FCW       PIC X(2).
       01  DISP-HM-CNT       PIC Z(8)9.
       *> Reason codes a run can be invalidated under.
       01  HM-REASON-VALUES.
           05 FILLER PIC X(26) VALUE "CTcorrupt/truncated trace ".
           05 FILLER PIC X(26) VALUE "BBbad simulator build     ".
           05 FILLER PIC X(26) VALUE "CFwrong configuration     ".
           05 FILLER PIC X(26) VALUE "DUduplicate run           ".
           05 FILLER PIC X(26) VALUE "TStest or trial run       ".
           05 FILLER PIC X(26) VALUE "OTother - see audit trail ".
       01  HM-REASON-TABLE REDEFINES HM-REASON-VALUES.
           05 HM-REASON-ENTRY OCCURS 6 TIMES.
              10 HM-REASON-CODE PIC X(2).
              10 HM-REASON-TEXT PIC X(24).
       01  HM-REASON-IX      PIC 9(4) USAGE COMP-5.
       01  HM-REASON-FOUND   PIC 9(4) USAGE COMP-5.

       *> Maintenance audit trail (AUDITLOG=<path>, or the changed
       *> master's path + ".aud"). ATR-BEGIN opens it and writes the
       *> header before the action touches the master; ATR-LOG-IMAGE
       *> writes one record image; ATR-END writes the trailer. The
       *> audittrail inquiry reads it back with the FROM=/TO= dates
       *> and KEY= filter.
       01  WS-ATR-PATH       PIC X(108).
       01  WS-ATR-OPT-PATH   PIC X(100).
       01  WS-ATR-STATUS     PIC XX.
       01  WS-ATR-OPEN       PIC X VALUE 'N'.
       01  WS-ATR-ACTION     PIC X(16).
       01  WS-ATR-MASTER     PIC X(8).
       01  WS-ATR-MASTER-PATH PIC X(100).
       01  WS-ATR-HDR-KEY    PIC X(64).
       01  WS-ATR-DATE       PIC 9(8).
       01  WS-ATR-TIME       PIC 9(6).
       01  WS-ATR-IMG-ID     PIC X.
       01  WS-ATR-IMG-KEY    PIC X(64).
       01  WS-ATR-IMAGE      PIC X(400).
       01  WS-ATR-BEFORE     PIC X(400).
       01  WS-ATR-HAD-BEFORE PIC X.
       01  ATR-INSERTED      PIC 9(9) USAGE COMP-5.
       01  ATR-DELETED       PIC 9(9) USAGE COMP-5.
       01  ATR-REPLACED      PIC 9(9) USAGE COMP-5.
       01  DISP-ATR-CNT      PIC Z(8)9.
       01  DISP-ATR-CNT2     PIC Z(8)9.
       01  DISP-ATR-CNT3     PIC Z(8)9.
       *> audittrail inquiry
       01  WS-ATRQ-MODE      PIC X VALUE 'N'.
           88 IS-ATRQ-MODE   VALUE 'Y'.
       01  WS-ATRQ-KEY       PIC X(64).
       01  WS-ATRQ-EOF       PIC X.
           88 ATRQ-END-OF-FILE VALUE 'Y'.
       01  WS-ATRQ-HDR       PIC X(500).
       01  WS-ATRQ-CUR       PIC X(500).
       01  WS-ATRQ-HDR-SHOWN PIC X.
       01  WS-ATRQ-IN-RANGE  PIC X.
       01  ATRQ-ACTIONS      PIC 9(9) USAGE COMP-5.
       01  ATRQ-RECORDS      PIC 9(9) USAGE COMP-5.
       01  WS-ATRQ-KIND      PIC X(8).
       *> Decoding views of a history, catalog or profile image -
       *> the leading fields of HIST-RECORD, CAT-RECORD and
       *> CFGM-RECORD, enough to say what the record was.
       01  ATRQ-HIST-VIEW.
           05 AQH-TRACE      PIC X(64).
           05 AQH-TYPE       PIC X(10).
           05 AQH-M          PIC 9(2).
           05 AQH-N          PIC 9(2).
           05 AQH-CWIDTH     PIC 9(2).
           05 AQH-DATE       PIC 9(8).
           05 AQH-TIME       PIC 9(6).
           05 AQH-WARMUP     PIC 9(18).
           05 AQH-TOTAL      PIC 9(18).
           05 AQH-MISP       PIC 9(18).
           05 AQH-SKIPPED    PIC 9(18).
           05 AQH-RATE       PIC 9(3)V9(5).
           05 AQH-SAMPLED    PIC X.
           05 AQH-CI95       PIC 9(3)V9(5).
           05 AQH-PROFILE    PIC X(32).
           05 AQH-STATUS     PIC X.
           05 AQH-REASON     PIC X(2).
           05 AQH-STATUS-DATE PIC 9(8).
           05 AQH-PIN        PIC X.
           05 FILLER         PIC X(173).
       01  ATRQ-CAT-VIEW REDEFINES ATRQ-HIST-VIEW.
           05 AQC-NAME       PIC X(32).
           05 AQC-PATH       PIC X(100).
           05 AQC-FORMAT     PIC X(4).
           05 AQC-REG-DATE   PIC 9(8).
           05 AQC-LINES      PIC 9(18).
           05 AQC-VALID      PIC 9(18).
           05 FILLER         PIC X(220).
       01  ATRQ-CFG-VIEW REDEFINES ATRQ-HIST-VIEW.
           05 AQP-NAME       PIC X(32).
           05 AQP-TYPE       PIC X(10).
           05 AQP-M          PIC 9(2).
           05 AQP-N          PIC 9(2).
           05 AQP-REG-DATE   PIC 9(8).
           05 AQP-OPTIONS    PIC X(200).
           05 FILLER         PIC X(146).
       01  DISP-AQ-M         PIC Z9.
       01  DISP-AQ-N         PIC Z9.
       01  DISP-AQ-TOTAL     PIC Z(17)9.
       01  DISP-AQ-MISP      PIC Z(17)9.
       01  DISPLAY-AQ-RATE   PIC 9.9(5).
       01  WS-ATRQ-STATE     PIC X(24).

       *> End-of-day reconciliation ("reconcile <yyyymmdd> ...").
       *> Each source's runs for the date are tallied into RCN-TABLE
       *> under trace + type + M + N + CWIDTH - runs and summed
       *> mispredictions per source column (1 history, 2 CSV,
       *> 3 extract, 4 job log). Labels are cut to the 64 bytes the
       *> history key keeps so all four sources agree on the key.
       01  WS-RECON-MODE     PIC X VALUE 'N'.
           88 IS-RECON-MODE  VALUE 'Y'.
       01  WS-RCN-DATE       PIC 9(8).
       01  WS-RCN-LOG-PATH   PIC X(100).
       01  WS-RCN-LOG-STATUS PIC XX.
       01  WS-RCN-EOF        PIC X.
           88 RCN-END-OF-FILE VALUE 'Y'.
       01  WS-RCN-SRC-TAB.
           05 WS-RCN-SRC-USED PIC X OCCURS 4 TIMES.
       01  WS-RCN-SRC-NAMES.
           05 FILLER         PIC X(8) VALUE "history".
           05 FILLER         PIC X(8) VALUE "csv".
           05 FILLER         PIC X(8) VALUE "extract".
           05 FILLER         PIC X(8) VALUE "joblog".
       01  WS-RCN-SRC-NAME-TAB REDEFINES WS-RCN-SRC-NAMES.
           05 WS-RCN-SRC-NAME PIC X(8) OCCURS 4 TIMES.
       01  WS-RCN-SRC        PIC 9 USAGE COMP-5.
       01  WS-RCN-SOURCES    PIC 9 USAGE COMP-5.
       01  WS-RCN-KEY.
           05 WS-RCN-K-TRACE PIC X(64).
           05 WS-RCN-K-TYPE  PIC X(10).
           05 WS-RCN-K-M     PIC 9(2).
           05 WS-RCN-K-N     PIC 9(2).
           05 WS-RCN-K-CW    PIC 9(2).
       01  WS-RCN-MISP       PIC 9(18) USAGE COMP-5.
       01  RCN-MAX           PIC 9(9) USAGE COMP-5 VALUE 4096.
       01  RCN-COUNT         PIC 9(9) USAGE COMP-5.
       01  RCN-IX            PIC 9(9) USAGE COMP-5.
       01  RCN-FOUND         PIC 9(9) USAGE COMP-5.
       01  RCN-TABLE.
           05 RCN-ENTRY OCCURS 4096 TIMES.
              10 RCN-KEY.
                 15 RCN-K-TRACE PIC X(64).
                 15 RCN-K-TYPE  PIC X(10).
                 15 RCN-K-M     PIC 9(2).
                 15 RCN-K-N     PIC 9(2).
                 15 RCN-K-CW    PIC 9(2).
              10 RCN-CELL OCCURS 4 TIMES.
                 15 RCN-RUNS    PIC 9(9) USAGE COMP-5.
                 15 RCN-MISP    PIC 9(18) USAGE COMP-5.
       01  RCN-SRC-RUNS      PIC 9(9) USAGE COMP-5 OCCURS 4 TIMES.
       01  RCN-SRC-MISP      PIC 9(18) USAGE COMP-5 OCCURS 4 TIMES.
       01  RCN-JNL-RUNS      PIC 9(9) USAGE COMP-5.
       01  RCN-SKIPPED       PIC 9(9) USAGE COMP-5.
       01  RCN-BREAKS        PIC 9(9) USAGE COMP-5.
       01  RCN-REF-SRC       PIC 9 USAGE COMP-5.
       01  RCN-EXT-DTL-CNT   PIC 9(9) USAGE COMP-5.
       01  RCN-EXT-HASH      PIC 9(18) USAGE COMP-5.
       01  RCN-EXT-TRAILER   PIC X.
       01  WS-RCN-LINE       PIC X(512).
       01  WS-RCN-F.
           05 WS-RCN-FLD     PIC X(100) OCCURS 20 TIMES.
       01  WS-RCN-BREAK-LINE PIC X(256).
       01  WS-RCN-PTR        PIC 9(3) USAGE COMP-5.
       01  DISP-RCN-RUNS     PIC Z(8)9.
       01  DISP-RCN-MISP     PIC Z(17)9.
       01  DISP-RCN-M        PIC Z9.
       01  DISP-RCN-N        PIC Z9.
       01  DISP-RCN-CNT      PIC Z(8)9.
       01  DISP-RCN-CNT2     PIC Z(8)9.
       01  DISP-RCN-HASH     PIC Z(17)9.

       *> CSV run-date column and job log "run close" fields.
       01  WS-CSV-DATE       PIC 9(8).
       01  DISP-CSV-M        PIC Z(8)9.
       01  DISP-CSV-N        PIC Z(8)9.
       01  DISP-CSV-CW       PIC Z9.
       01  DISP-RUNLOG-TOTAL PIC Z(17)9.
       01  DISP-RUNLOG-MISP  PIC Z(17)9.
       01  WS-RUNLOG-LABEL   PIC X(64).

       *> Configuration master ("config add|replace|list|delete
       *> <cfgfile> ...") - named predictor profiles. "@cfg:<name>"
       *> in a run, batch, compare, interleave or deck step is
       *> expanded by CFGM-EXPAND-COMMAND before anything else reads
       *> the command: the token becomes "<type> <M> <N>" (batch:
       *> just the type - the sweep supplies M and N), the profiles'
       *> options go in ahead of the command's own so a typed option
       *> still wins, and in compare each profile's CWIDTH becomes
       *> CWIDTHA/CWIDTHB for its side. The master comes from the
       *> step's CONFIG= or, in a deck, the one the deck command
       *> named. The profile name travels into HISTORY, CSV and
       *> EXTRACT through WS-CFGM-NAME.
       01  WS-CONFIG-MODE    PIC X VALUE 'N'.
           88 IS-CONFIG-MODE VALUE 'Y'.
       01  WS-CFGM-ACTION    PIC X(8).
       01  WS-CFGM-PATH      PIC X(100).
       01  WS-CFGM-JOB-PATH  PIC X(100) VALUE SPACES.
       01  WS-CFGM-STATUS    PIC XX.
       01  WS-CFGM-EOF       PIC X.
           88 CFGM-END-OF-FILE VALUE 'Y'.
       01  WS-CFGM-KEY       PIC X(32).
       01  WS-CFGM-TYPE      PIC X(10).
       01  WS-CFGM-M         PIC 9(2).
       01  WS-CFGM-N         PIC 9(2).
       01  WS-CFGM-OPTIONS   PIC X(200).
       01  WS-CFGM-NAME      PIC X(32) VALUE SPACES.
       01  WS-CFGM-SIDE-TAB.
           05 WS-CFGM-SIDE-NAME PIC X(32) OCCURS 2 TIMES.
       01  WS-CFGM-SIDE      PIC 9 USAGE COMP-5.
       01  WS-CFGM-USES      PIC 9(3) USAGE COMP-5.
       01  WS-CFGM-EQ        PIC 9(3) USAGE COMP-5.
       01  WS-CFGM-WORDS     PIC 9(3) USAGE COMP-5.
       01  WS-CFGM-PTR       PIC 9(3) USAGE COMP-5.
       01  WS-CFGM-OPT-PTR   PIC 9(3) USAGE COMP-5.
       01  WS-CFGM-SCAN      PIC 9(3) USAGE COMP-5.
       01  WS-CFGM-OVERFLOW  PIC X.
       01  WS-CFGM-CMD       PIC X(300).
       01  WS-CFGM-OPTS      PIC X(300).
       01  WS-CFGM-WORD      PIC X(300).
       01  WS-CFGM-HOLD      PIC X(300).
       01  WS-CFGM-COUNT     PIC 9(9) USAGE COMP-5.
       01  DISP-CFGM-M       PIC Z9.
       01  DISP-CFGM-N       PIC Z9.
       01  DISP-CFGM-CNT     PIC Z(8)9.

       *> Run-deck executor ("deck <deckfile>") - a whole night's
       *> mixed workload from one control file, one step per line,
       *> plus the run date/time; the trailer's hash total is the sum
       *> of the detail misprediction counts.
       01  WS-EXTRACT-PATH   PIC X(100).
       01  WS-EXTRACT-KEEP   PIC 9(4) VALUE 0.
       01  WS-EXTRACT-ENABLED PIC X VALUE 'N'.
           88 IS-EXTRACT-ENABLED VALUE 'Y'.
       01  WS-EXTRACT-STATUS PIC XX.
           05 EXT-H-DATE     PIC 9(8).
           05 EXT-H-TIME     PIC 9(6).
           05 EXT-H-TYPE     PIC X(10).
           05 FILLER         PIC X(200) VALUE SPACES.
       01  EXT-DTL-REC.
           05 EXT-D-ID       PIC X VALUE 'D'.
           05 EXT-D-TRACE    PIC X(64).
           05 EXT-D-TYPE     PIC X(10).
           05 EXT-D-M        PIC 9(2).
           05 EXT-D-N        PIC 9(2).
           05 EXT-D-CWIDTH   PIC 9(2).
           05 EXT-D-WARMUP   PIC 9(18).
           05 EXT-D-TOTAL    PIC 9(18).
           05 EXT-D-MISP     PIC 9(18).
           05 EXT-D-RATE     PIC 9(3)V9(5).
           05 EXT-D-DATE     PIC 9(8).
           05 EXT-D-TIME     PIC 9(6).
           05 EXT-D-SAMPLED  PIC X.
           05 EXT-D-CI95     PIC 9(3)V9(5).
           05 EXT-D-PROFILE  PIC X(32).
           05 EXT-D-WEIGHT   PIC 9(5)V9(4).
           05 EXT-D-GEO-RATE PIC 9(3)V9(5).
       01  EXT-TRL-REC.
           05 EXT-T-ID       PIC X VALUE 'T'.
           05 EXT-T-COUNT    PIC 9(9).
           05 EXT-T-HASH     PIC 9(18).
           05 FILLER         PIC X(205) VALUE SPACES.

       *> Job log (JOBLOG=<path>) - a timestamped line when each mode
       *> starts, per-trace open/close lines with elapsed wall time
       *> figure that goes negative crossed midnight and gets a day
       *> added back.
       01  WS-JOBLOG-PATH    PIC X(100).
       01  WS-JOBLOG-KEEP    PIC 9(4) VALUE 0.
       01  WS-JOBLOG-ENABLED PIC X VALUE 'N'.
           88 IS-JOBLOG-ENABLED VALUE 'Y'.
       01  WS-JOBLOG-STATUS  PIC XX.
       01  DISP-RH-TOTAL     PIC Z(17)9.
       01  DISP-RH-MISP      PIC Z(17)9.
       01  DISP-RH-M         PIC Z9.
       01  DISP-RH-CW        PIC Z9.
       01  DISP-RH-N         PIC Z9.

       *> Branch target buffer simulation - enabled by BTBSETS > 0 and
       *> EVSAMPLE=<K> keeps only every Kth misprediction for traces too
       *> big to log in full.
       01  WS-EVENTLOG-PATH  PIC X(100).
       01  WS-EVENTLOG-KEEP  PIC 9(4) VALUE 0.

       *> Generation data sets. WS-GEN-REF goes in as the path given
       *> and comes back as the file to open; GEN-TABLE fixes, per
       *> base name, the generation current at its first reference in
       *> the job and the new one (+1) made for it, if any.
       01  WS-GEN-REF        PIC X(100).
       01  WS-GEN-KEEP       PIC 9(4).
       01  WS-GEN-WRITE      PIC X.
           88 IS-GEN-WRITE   VALUE 'Y'.
       01  WS-GEN-REUSE      PIC X.
           88 IS-GEN-REUSE   VALUE 'Y'.
       01  WS-GEN-CREATED    PIC X.
           88 IS-GEN-CREATED VALUE 'Y'.
       *> 'Y' when a (+1) named the generation an earlier step of
       *> this job already made.
       01  WS-GEN-JOB-NEW    PIC X.
           88 IS-GEN-JOB-NEW VALUE 'Y'.
       01  WS-GEN-EXISTS     PIC X.
       01  WS-GEN-BASE       PIC X(100).
       01  WS-GEN-RELTXT     PIC X(8).
       01  WS-GEN-REL        PIC S9(4).
       01  WS-GEN-LEN        PIC 9(4) USAGE COMP-5.
       01  WS-GEN-POS        PIC 9(4) USAGE COMP-5.
       01  WS-GEN-RLEN       PIC 9(4) USAGE COMP-5.
       01  WS-GEN-IX         PIC 9(4) USAGE COMP-5.
       01  WS-GEN-NO         PIC 9(4).
       01  WS-GEN-MAX        PIC 9(5) USAGE COMP-5 VALUE 9999.
       01  WS-GEN-PROBE-NO   PIC 9(5) USAGE COMP-5.
       01  WS-GEN-PROBE-TXT  PIC 9(4).
       01  WS-GEN-PROBE      PIC X(100).
       01  WS-GEN-FILE-INFO  PIC X(16).
       01  WS-GEN-LO         PIC 9(5) USAGE COMP-5.
       01  WS-GEN-HI         PIC 9(5) USAGE COMP-5.
       01  WS-GEN-CNT        PIC 9(5) USAGE COMP-5.
       01  WS-GEN-SAVE-RC    PIC S9(9) USAGE COMP-5.
       01  WS-GEN-CALL-RC    PIC S9(9) USAGE COMP-5.
       01  GEN-TAB-MAX       PIC 9(4) USAGE COMP-5 VALUE 16.
       01  GEN-TAB-COUNT     PIC 9(4) USAGE COMP-5 VALUE 0.
       01  GEN-TAB-IX        PIC 9(4) USAGE COMP-5.
       01  GEN-TABLE.
           05 GEN-TAB-ENTRY OCCURS 16 TIMES.
              10 GT-BASE          PIC X(100).
              10 GT-CURRENT       PIC 9(4).
              10 GT-NEW           PIC 9(4).
       01  WS-EVENTLOG-ENABLED PIC X VALUE 'N'.
           88 IS-EVENTLOG-ENABLED VALUE 'Y'.
       01  WS-EVENTLOG-STATUS PIC XX.
              10 CFG-PHT-PTR  USAGE POINTER.
              10 CFG-PHT-SIZE PIC 9(18) USAGE COMP-5.
              10 CFG-BHT-PTR  USAGE POINTER.
              10 CFG-PCP-HIST PIC 9(4) USAGE COMP-5.
              10 CFG-MISP     PIC 9(18) USAGE COMP-5.
              10 CFG-WIN-MISP PIC 9(18) USAGE COMP-5.
              10 CFG-PRED     PIC 9 USAGE COMP-5.
       01  WS-CKPT-F6        PIC X(20).
       01  WS-CKPT-F7        PIC X(20).
       01  WS-CKPT-F8        PIC X(20).
       *> The header's width stamp: CWIDTH, or PWBITS for perceptron.
       01  WS-CKPT-WIDTH     PIC 9(2) USAGE COMP-5.

       *> Binary trace support - FORMAT=BIN reads BIN-TRACE-RECORDs,
       *> FORMAT=TEXT (the default) reads the original line-sequential
       01  WS-N-HI           PIC 9(9) USAGE COMP-5.
       01  WS-N-HI-THIS-M    PIC 9(9) USAGE COMP-5.

       *> Single-pass sweep (batch ... SWEEP=ONEPASS). Instead of
       *> re-reading the trace set once per M x N combination, every
       *> combination's predictor is allocated up front and each branch
       *> is fed to all of them in turn - compare mode's CMP-CFG swap
       *> widened to the whole grid. BUDGET=<MB> caps the predictor
       *> memory live at once; a grid that does not fit is cut into
       *> the fewest consecutive passes that do, each a full read of
       *> the trace set. Figures that do not depend on the predictor
       *> (branch, skipped, BTB lookup/hit, RAS and instruction
       *> counts) are kept once per trace in SWP-TRC, each
       *> combination's mispredictions per trace in SWP-RES, and after
       *> the pass the summary lines, CSV rows, history records and
       *> extract details are produced from them in exactly the order
       *> the combination-at-a-time loop produces them.
       01  WS-SWEEP-MODE     PIC X VALUE 'L'.
           88 IS-SWEEP-ONEPASS VALUE 'O'.
       01  WS-SWP-ACTIVE     PIC X VALUE 'N'.
           88 IS-SWP-ACTIVE  VALUE 'Y'.
       01  WS-SWP-BUDGET-MB  PIC 9(9) USAGE COMP-5 VALUE 1024.
       01  SWP-BUDGET-BYTES  PIC 9(18) USAGE COMP-5.
       01  SWP-PASS-BYTES    PIC 9(18) USAGE COMP-5.
       01  SWP-CFG-COUNT     PIC 9(4) USAGE COMP-5.
       01  SWP-CFG-MAX       PIC 9(4) USAGE COMP-5 VALUE 496.
       01  SWP-IDX           PIC 9(4) USAGE COMP-5.
       01  SWP-FIRST         PIC 9(4) USAGE COMP-5.
       01  SWP-LAST          PIC 9(4) USAGE COMP-5.
       01  SWP-PASS-NO       PIC 9(4) USAGE COMP-5.
       01  SWP-PASS-COUNT    PIC 9(4) USAGE COMP-5.
       01  SWP-PASS-CFGS     PIC 9(9) USAGE COMP-5.
       01  SWP-TRACES        PIC 9(9) USAGE COMP-5.
       01  SWP-TRACE-MAX     PIC 9(9) USAGE COMP-5 VALUE 1000.
       01  SWP-TIX           PIC 9(9) USAGE COMP-5.
       01  SWP-TRACES-DONE   PIC 9(9) USAGE COMP-5.
       01  SWP-CELL          PIC 9(9) USAGE COMP-5.
       01  SWP-CELL-MAX      PIC 9(9) USAGE COMP-5 VALUE 65536.
       01  DISP-SWP-CNT      PIC Z(8)9.
       01  DISP-SWP-PASSES   PIC Z(8)9.
       01  DISP-SWP-MB       PIC Z(8)9.
       01  SWP-CFG-TAB.
           05 SWP-CFG OCCURS 496 TIMES.
              10 SWP-M        PIC 9(9) USAGE COMP-5.
              10 SWP-N        PIC 9(9) USAGE COMP-5.
              10 SWP-PASS     PIC 9(4) USAGE COMP-5.
              10 SWP-BYTES    PIC 9(18) USAGE COMP-5.
              10 SWP-GHR      PIC 9(18) USAGE COMP-5.
              10 SWP-PHT-PTR  USAGE POINTER.
              10 SWP-PHT-SIZE PIC 9(18) USAGE COMP-5.
              10 SWP-PHT-BYTES PIC 9(18) USAGE COMP-5.
              10 SWP-BHT-PTR  USAGE POINTER.
              10 SWP-PCP-HIST PIC 9(4) USAGE COMP-5.
              10 SWP-MISP     PIC 9(18) USAGE COMP-5.
              10 SWP-COMB     PIC 9(18) USAGE COMP-5.
       01  SWP-TRC-TAB.
           05 SWP-TRC OCCURS 1000 TIMES.
              10 SWP-T-NAME       PIC X(100).
              10 SWP-T-WEIGHT     PIC 9(5)V9(4).
              10 SWP-T-SEEN       PIC 9(18) USAGE COMP-5.
              10 SWP-T-TOTAL      PIC 9(18) USAGE COMP-5.
              10 SWP-T-SKIPPED    PIC 9(18) USAGE COMP-5.
              10 SWP-T-BTB-LOOKUPS PIC 9(18) USAGE COMP-5.
              10 SWP-T-BTB-HITS   PIC 9(18) USAGE COMP-5.
              10 SWP-T-RAS-PUSHES PIC 9(18) USAGE COMP-5.
              10 SWP-T-RAS-POPS   PIC 9(18) USAGE COMP-5.
              10 SWP-T-RAS-HITS   PIC 9(18) USAGE COMP-5.
              10 SWP-T-RAS-MISSES PIC 9(18) USAGE COMP-5.
              10 SWP-T-RAS-UNDER  PIC 9(18) USAGE COMP-5.
              10 SWP-T-INSTR      PIC 9(18) USAGE COMP-5.
              10 SWP-T-INSTR-BR   PIC 9(18) USAGE COMP-5.
       *> One cell per combination-in-pass per trace, combination-major.
       01  SWP-RES-TAB.
           05 SWP-RES OCCURS 65536 TIMES.
              10 SWP-R-MISP   PIC 9(18) USAGE COMP-5.
              10 SWP-R-COMB   PIC 9(18) USAGE COMP-5.

       *> Configurable saturating-counter width (1-3 bits). THRESHOLD is
       *> the counter value at/above which the predictor predicts taken;
       *> MAX is the saturation ceiling. The floor is always 0.

       *> CSV report output
       01  WS-CSV-PATH       PIC X(100).
       01  WS-CSV-KEEP       PIC 9(4) VALUE 0.
       01  WS-CSV-ENABLED    PIC X VALUE 'N'.
           88 IS-CSV-ENABLED VALUE 'Y'.
       01  WS-CSV-FILE-STATUS PIC XX.
       01  WS-CSV-LABEL      PIC X(100).
       01  WS-CSV-WEIGHT-TXT PIC X(16).
       01  WS-CSV-GEO-TXT    PIC X(12).
       01  WS-CSV-SAMPLED    PIC X.
       01  DISP-TOTAL        PIC Z(17)9.
       01  DISP-MISP         PIC Z(17)9.

       01  TOTAL-BRANCHES-ALL PIC 9(18) USAGE COMP-5 VALUE 0.
       01  MISPREDICTIONS-ALL PIC 9(18) USAGE COMP-5 VALUE 0.

       *> Suite score of an @listfile. Each list line may carry the
       *> trace's weight after its name (else the catalog entry's,
       *> else 1); every trace that scored branches adds its weighted
       *> rate, MPKI and log rate here, and the suite row after the
       *> TOTAL reports the weighted means and the geometric mean.
       01  WS-SUITE-WTXT     PIC X(20).
       01  WS-SUITE-RUN-FMT  PIC X(4).
       01  WS-SUITE-CUR-WEIGHT PIC 9(5)V9(4) VALUE 0.
       01  WS-SUITE-CUR-GEO  PIC 9(3)V9(5) VALUE 0.
       01  WS-SUITE-ROW      PIC X VALUE 'N'.
           88 IS-SUITE-ROW   VALUE 'Y'.
       01  SUITE-SCORED      PIC 9(9) USAGE COMP-5 VALUE 0.
       01  SUITE-W-SUM       PIC 9(9)V9(4).
       01  SUITE-WRATE-SUM   PIC 9(9)V9(9).
       01  SUITE-WMPKI-SUM   PIC 9(12)V9(6).
       01  SUITE-LOG-SUM     PIC S9(9)V9(9).
       01  SUITE-T-RATE      PIC 9(3)V9(9).
       01  SUITE-T-MPKI      PIC 9(6)V9(6).
       01  WS-SUITE-WRATE    PIC 9(3)V9(5).
       01  WS-SUITE-WMPKI    PIC 9(6)V9(3).
       01  DISP-SUITE-CNT    PIC Z(8)9.
       01  DISP-SUITE-WEIGHT PIC Z(8)9.9(4).
       01  DISPLAY-SUITE-GEO PIC Z(2)9.9(5).

       *> Integers for parameters
       01  M                 PIC 9(9) USAGE COMP-5.
       01  N                 PIC 9(9) USAGE COMP-5.
       *> M, N and counter width as the outputs file the result.
       01  WS-RES-M          PIC 9(9) USAGE COMP-5.
       01  WS-RES-N          PIC 9(9) USAGE COMP-5.
       01  WS-RES-CW         PIC 9(9) USAGE COMP-5.
       
       *> Display Variables (Z suppresses zeros, 9 forces digit)
       01  DISP-M            PIC Z(8)9.
       01  BHT-PTR           USAGE POINTER.
       01  BHT-IDX           PIC 9(18) USAGE COMP-5.
       01  LOCAL-HIST        PIC 9(18) USAGE COMP-5.

       *> Perceptron predictor state. The weight table takes the place
       *> of the PHT: PHT-PTR points at it, PHT-SIZE is its row count
       *> and WS-PHT-BYTES its byte length, so the snapshot/checkpoint
       *> hex writers, compare's pointer swapping and CLEANUP all carry
       *> it unchanged. Each row is one signed weight vector - a bias
       *> weight followed by one weight per global history bit - and
       *> a branch picks its row by MOD(PC/4, rows). The output is the
       *> bias plus each history weight added for a taken bit and
       *> subtracted for a not-taken one; predict taken when it is not
       *> negative. Training runs on a misprediction or when the output
       *> magnitude is within PCP-THETA (1.93 * history + 14), each
       *> weight stepping toward agreement and saturating at the
       *> PWBITS-bit signed range. PTABLE=/PHIST= default to 2**M rows
       *> and N history bits so batch sweeps vary them as they vary a
       *> PHT; the GHR is PCP-HIST bits wide for this type.
       01  WS-PCP-TABLE-OPT  PIC 9(9) USAGE COMP-5 VALUE 0.
       01  WS-PCP-TABLE-LOG2 PIC 9(2) USAGE COMP-5 VALUE 0.
       01  WS-PCP-HIST-OPT   PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-PCP-WBITS      PIC 9(2) USAGE COMP-5 VALUE 8.
       01  PCP-HIST          PIC 9(4) USAGE COMP-5 VALUE 0.
       01  PCP-WEIGHTS       PIC 9(18) USAGE COMP-5 VALUE 0.
       01  PCP-MAX-WEIGHTS   PIC 9(18) USAGE COMP-5 VALUE 201326592.
       01  PCP-CHK-M         PIC 9(9) USAGE COMP-5.
       01  PCP-CHK-N         PIC 9(9) USAGE COMP-5.
       01  PCP-CHK-ROWS      PIC 9(18) USAGE COMP-5.
       01  PCP-CHK-HIST      PIC 9(18) USAGE COMP-5.
       01  PCP-ROW           PIC 9(18) USAGE COMP-5.
       01  PCP-BASE          PIC 9(18) USAGE COMP-5.
       01  PCP-IX            PIC 9(4) USAGE COMP-5.
       01  PCP-WIX           PIC 9(18) USAGE COMP-5.
       01  PCP-HBITS         PIC 9(18) USAGE COMP-5.
       01  PCP-SUM           PIC S9(9) USAGE COMP-5.
       01  PCP-MAG           PIC 9(9) USAGE COMP-5.
       01  PCP-THETA         PIC 9(9) USAGE COMP-5.
       01  PCP-WMAX          PIC S9(9) USAGE COMP-5.
       01  PCP-WMIN          PIC S9(9) USAGE COMP-5.
       01  PCP-NEW-W         PIC S9(9) USAGE COMP-5.
       01  PCP-STEP          PIC S9(1) USAGE COMP-5.

       *> File Processing variables
       01  WS-FILE-STATUS    PIC XX.
       01  WS-EOF            PIC X VALUE 'N'.
           05 BHT-ENTRY      PIC 9(18) USAGE COMP-5 OCCURS 1 TO 16777216
                             DEPENDING ON BHT-SIZE.

       *> Perceptron weight table - the same allocation PHT-MEM maps
       *> for this type, viewed as signed 2-byte weights.
       01  PCP-MEM.
           05 PCP-WEIGHT     PIC S9(4) USAGE COMP-5 OCCURS 1 TO 201326592
                             DEPENDING ON PCP-WEIGHTS.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

               EXIT PARAGRAPH
           END-IF

           MOVE WS-JOBLOG-PATH TO WS-GEN-REF
           MOVE WS-JOBLOG-KEEP TO WS-GEN-KEEP
           MOVE 'Y' TO WS-GEN-WRITE
           MOVE 'N' TO WS-GEN-REUSE
           PERFORM GEN-RESOLVE
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-REF TO WS-JOBLOG-PATH

           OPEN INPUT JOBLOG-FILE
           IF WS-JOBLOG-STATUS = "35"
               OPEN OUTPUT JOBLOG-FILE
           STRING "job start: " FUNCTION TRIM(WS-CMD-ARGS)
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM JOBLOG-WRITE

           IF IS-GEN-CREATED
               PERFORM GEN-PRUNE
           END-IF.

       JOBLOG-WRITE.
           IF WS-JOBLOG-OPEN NOT = 'Y'
           END-STRING
           PERFORM JOBLOG-WRITE.

       *> Per-run close line - one for every result CALCULATE-STATS
       *> reports, keyed the way the history record is, so the job
       *> log can be reconciled against the other outputs.
       JOBLOG-RUN-CLOSE.
           IF WS-REPORT-LABEL = SPACES
               MOVE WS-CUR-TRACE TO WS-RUNLOG-LABEL
           ELSE
               MOVE WS-REPORT-LABEL TO WS-RUNLOG-LABEL
           END-IF
           MOVE WS-RES-M TO DISP-RCN-M
           MOVE WS-RES-N TO DISP-RCN-N
           MOVE WS-RES-CW TO DISP-CSV-CW
           MOVE TOTAL-BRANCHES TO DISP-RUNLOG-TOTAL
           MOVE MISPREDICTIONS TO DISP-RUNLOG-MISP

           MOVE SPACES TO WS-LOG-TEXT
           STRING "run close: " FUNCTION TRIM(WS-RUNLOG-LABEL)
                  " type=" FUNCTION TRIM(WS-TYPE)
                  " m=" FUNCTION TRIM(DISP-RCN-M)
                  " n=" FUNCTION TRIM(DISP-RCN-N)
                  " cw=" FUNCTION TRIM(DISP-CSV-CW)
                  " total=" FUNCTION TRIM(DISP-RUNLOG-TOTAL)
                  " misp=" FUNCTION TRIM(DISP-RUNLOG-MISP)
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM JOBLOG-WRITE.

       REPORT-FILE-ERROR.
           DISPLAY "FILE ERROR (" FUNCTION TRIM(WS-FERR-USE) ") "
                   FUNCTION TRIM(WS-FERR-PATH)
           END-STRING
           PERFORM JOBLOG-WRITE.

       *> ----------------------------------------------------------------
       *> Generation data sets. A report path written <name>(+1) is
       *> the next generation of <name>, kept as <name>.G0001V00 and
       *> up; <name>(0) is the newest and <name>(-n) the one n before
       *> it. The numbers are fixed for the job at the first reference
       *> to a base name, as a GDG's are for a JCL job. GEN-RESOLVE
       *> turns WS-GEN-REF into the file to open (a path without a
       *> generation suffix is left as it is); after the open of a
       *> generation it created, the caller performs GEN-PRUNE to
       *> delete the oldest ones beyond WS-GEN-KEEP (0 keeps them all).
       *> ----------------------------------------------------------------
       GEN-RESOLVE-INPUT.
           MOVE 'N' TO WS-GEN-WRITE
           MOVE 'N' TO WS-GEN-REUSE
           MOVE 0 TO WS-GEN-KEEP
           PERFORM GEN-RESOLVE.

       GEN-RESOLVE.
           MOVE 'N' TO WS-GEN-CREATED
           MOVE 'N' TO WS-GEN-JOB-NEW
           IF WS-GEN-REF = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GEN-REF TRAILING))
               TO WS-GEN-LEN
           IF WS-GEN-REF(WS-GEN-LEN:1) NOT = ")"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-GEN-POS
           PERFORM VARYING WS-GEN-IX FROM WS-GEN-LEN BY -1
                   UNTIL WS-GEN-IX < 1 OR WS-GEN-POS > 0
               IF WS-GEN-REF(WS-GEN-IX:1) = "("
                   MOVE WS-GEN-IX TO WS-GEN-POS
               END-IF
           END-PERFORM
           COMPUTE WS-GEN-RLEN = WS-GEN-LEN - WS-GEN-POS - 1
           IF WS-GEN-POS < 2 OR WS-GEN-RLEN < 1 OR WS-GEN-RLEN > 8
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GEN-RELTXT
           MOVE WS-GEN-REF(WS-GEN-POS + 1:WS-GEN-RLEN) TO WS-GEN-RELTXT

           *> Only a signed or unsigned number in the parentheses makes
           *> a generation reference; anything else is part of the name.
           EVALUATE TRUE
               WHEN WS-GEN-RELTXT = "+1"
                   MOVE 1 TO WS-GEN-REL
               WHEN WS-GEN-RELTXT = "0"
                   MOVE 0 TO WS-GEN-REL
               WHEN WS-GEN-RELTXT(1:1) = "-" AND WS-GEN-RLEN > 1
                       AND WS-GEN-RLEN < 6
                       AND WS-GEN-RELTXT(2:WS-GEN-RLEN - 1) IS NUMERIC
                   COMPUTE WS-GEN-REL =
                       0 - FUNCTION NUMVAL(WS-GEN-RELTXT(2:))
               WHEN WS-GEN-RELTXT(1:1) = "+" OR "-"
                       OR WS-GEN-RELTXT(1:1) IS NUMERIC
                   DISPLAY "Error: invalid generation ("
                           FUNCTION TRIM(WS-GEN-RELTXT) ") in "
                           FUNCTION TRIM(WS-GEN-REF)
                           " - use (+1), (0) or (-n)"
                   PERFORM ARG-ABORT
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-GEN-POS > 92
               DISPLAY "Error: generation base name too long: "
                       FUNCTION TRIM(WS-GEN-REF)
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GEN-BASE
           MOVE WS-GEN-REF(1:WS-GEN-POS - 1) TO WS-GEN-BASE

           MOVE 0 TO GEN-TAB-IX
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > GEN-TAB-COUNT OR GEN-TAB-IX > 0
               IF GT-BASE(WS-GEN-IX) = WS-GEN-BASE
                   MOVE WS-GEN-IX TO GEN-TAB-IX
               END-IF
           END-PERFORM
           IF GEN-TAB-IX = 0
               IF GEN-TAB-COUNT >= GEN-TAB-MAX
                   DISPLAY "Error: more than 16 generation data sets "
                           "named in one job"
                   PERFORM ARG-ABORT
                   EXIT PARAGRAPH
               END-IF
               PERFORM GEN-SCAN
               ADD 1 TO GEN-TAB-COUNT
               MOVE GEN-TAB-COUNT TO GEN-TAB-IX
               MOVE WS-GEN-BASE TO GT-BASE(GEN-TAB-IX)
               MOVE WS-GEN-HI TO GT-CURRENT(GEN-TAB-IX)
               MOVE 0 TO GT-NEW(GEN-TAB-IX)
           END-IF

           EVALUATE TRUE
               WHEN WS-GEN-REL > 0 AND GT-NEW(GEN-TAB-IX) > 0
                   MOVE GT-NEW(GEN-TAB-IX) TO WS-GEN-NO
                   MOVE 'Y' TO WS-GEN-JOB-NEW
               WHEN WS-GEN-REL > 0 AND IS-GEN-REUSE
                       AND GT-CURRENT(GEN-TAB-IX) > 0
                   MOVE GT-CURRENT(GEN-TAB-IX) TO WS-GEN-NO
               WHEN WS-GEN-REL > 0 AND NOT IS-GEN-WRITE
                   DISPLAY "Error: no generation (+1) of "
                           FUNCTION TRIM(WS-GEN-BASE)
                           " has been written in this job"
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               WHEN WS-GEN-REL > 0
                   IF GT-CURRENT(GEN-TAB-IX) >= WS-GEN-MAX
                       DISPLAY "Error: " FUNCTION TRIM(WS-GEN-BASE)
                               " has reached generation 9999"
                       PERFORM FILE-ABORT
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE GT-NEW(GEN-TAB-IX) =
                       GT-CURRENT(GEN-TAB-IX) + 1
                   MOVE GT-NEW(GEN-TAB-IX) TO WS-GEN-NO
                   MOVE 'Y' TO WS-GEN-CREATED
               WHEN WS-GEN-REL < 0 AND IS-GEN-WRITE
                   DISPLAY "Error: only generation (+1) or (0) of "
                           FUNCTION TRIM(WS-GEN-BASE)
                           " can be written"
                   PERFORM ARG-ABORT
                   EXIT PARAGRAPH
               WHEN GT-CURRENT(GEN-TAB-IX) + WS-GEN-REL < 1
                   DISPLAY "Error: no generation ("
                           FUNCTION TRIM(WS-GEN-RELTXT) ") of "
                           FUNCTION TRIM(WS-GEN-BASE)
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               WHEN OTHER
                   COMPUTE WS-GEN-NO =
                       GT-CURRENT(GEN-TAB-IX) + WS-GEN-REL
           END-EVALUATE

           MOVE WS-GEN-NO TO WS-GEN-PROBE-NO
           PERFORM GEN-PROBE
           MOVE WS-GEN-PROBE TO WS-GEN-REF
           IF IS-GEN-CREATED
               DISPLAY "new generation " FUNCTION TRIM(WS-GEN-REF)
           END-IF.

       *> Lowest, highest and number of the generations of
       *> WS-GEN-BASE on disk.
       GEN-SCAN.
           MOVE 0 TO WS-GEN-LO
           MOVE 0 TO WS-GEN-HI
           MOVE 0 TO WS-GEN-CNT
           PERFORM VARYING WS-GEN-PROBE-NO FROM 1 BY 1
                   UNTIL WS-GEN-PROBE-NO > WS-GEN-MAX
               PERFORM GEN-PROBE
               IF WS-GEN-EXISTS = 'Y'
                   IF WS-GEN-LO = 0
                       MOVE WS-GEN-PROBE-NO TO WS-GEN-LO
                   END-IF
                   MOVE WS-GEN-PROBE-NO TO WS-GEN-HI
                   ADD 1 TO WS-GEN-CNT
               END-IF
           END-PERFORM.

       *> File name of generation WS-GEN-PROBE-NO and whether it is
       *> on disk. The file routines set RETURN-CODE, which is the
       *> job's own condition code - it is put back afterwards.
       GEN-PROBE.
           MOVE WS-GEN-PROBE-NO TO WS-GEN-PROBE-TXT
           MOVE SPACES TO WS-GEN-PROBE
           STRING FUNCTION TRIM(WS-GEN-BASE) ".G" WS-GEN-PROBE-TXT "V00"
               DELIMITED BY SIZE INTO WS-GEN-PROBE
           END-STRING
           MOVE RETURN-CODE TO WS-GEN-SAVE-RC
           CALL "CBL_CHECK_FILE_EXIST" USING WS-GEN-PROBE,
               WS-GEN-FILE-INFO
           MOVE RETURN-CODE TO WS-GEN-CALL-RC
           MOVE WS-GEN-SAVE-RC TO RETURN-CODE
           IF WS-GEN-CALL-RC = 0
               MOVE 'Y' TO WS-GEN-EXISTS
           ELSE
               MOVE 'N' TO WS-GEN-EXISTS
           END-IF.

       *> Retention: oldest first, until no more than WS-GEN-KEEP
       *> generations are left. The one just written is the newest
       *> and so is never among them.
       GEN-PRUNE.
           IF WS-GEN-KEEP = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM GEN-SCAN
           PERFORM VARYING WS-GEN-PROBE-NO FROM WS-GEN-LO BY 1
                   UNTIL WS-GEN-CNT <= WS-GEN-KEEP
                      OR WS-GEN-PROBE-NO >= WS-GEN-HI
               PERFORM GEN-PROBE
               IF WS-GEN-EXISTS = 'Y'
                   MOVE RETURN-CODE TO WS-GEN-SAVE-RC
                   CALL "CBL_DELETE_FILE" USING WS-GEN-PROBE
                   MOVE RETURN-CODE TO WS-GEN-CALL-RC
                   MOVE WS-GEN-SAVE-RC TO RETURN-CODE
                   MOVE SPACES TO WS-LOG-TEXT
                   IF WS-GEN-CALL-RC = 0
                       SUBTRACT 1 FROM WS-GEN-CNT
                       STRING "generation deleted: "
                              FUNCTION TRIM(WS-GEN-PROBE)
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                       END-STRING
                   ELSE
                       STRING "Warning: could not delete old "
                              "generation " FUNCTION TRIM(WS-GEN-PROBE)
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                       END-STRING
                   END-IF
                   DISPLAY FUNCTION TRIM(WS-LOG-TEXT)
                   PERFORM JOBLOG-WRITE
               END-IF
           END-PERFORM.

       PARSE-GEN-KEEP.
           MOVE 0 TO WS-GEN-KEEP
           IF FUNCTION TRIM(WS-OPT-VAL) IS NUMERIC
               IF FUNCTION NUMVAL(WS-OPT-VAL) > 0
                       AND FUNCTION NUMVAL(WS-OPT-VAL) < 10000
                   MOVE FUNCTION NUMVAL(WS-OPT-VAL) TO WS-GEN-KEEP
               END-IF
           END-IF
           IF WS-GEN-KEEP = 0
               DISPLAY "Error: Invalid " FUNCTION TRIM(WS-OPT-KEY)
                       " (1-9999)"
               PERFORM ARG-ABORT
           END-IF.

       *> One parsed command, whatever its mode - shared by the
       *> normal command line and each deck step.
       RUN-ONE-COMMAND.
           EVALUATE TRUE
               WHEN IS-CATALOG-MODE
                   PERFORM CATALOG-MAINTENANCE
               WHEN IS-CONFIG-MODE
                   PERFORM CONFIG-MAINTENANCE
               WHEN IS-RECON-MODE
                   PERFORM RECONCILE-DAY
               WHEN IS-ATRQ-MODE
                   PERFORM AUDIT-TRAIL-INQUIRY
               WHEN IS-HISTMAINT-MODE
                   PERFORM HISTORY-MAINTENANCE
               WHEN IS-CONVERT-MODE
                   PERFORM CONVERT-TRACE
               WHEN IS-SLICE-MODE
                   PERFORM SLICE-TRACE
               WHEN IS-CLASSIFY-MODE
                   PERFORM CLASSIFY-TRACE
               WHEN IS-AUDIT-MODE
                   PERFORM AUDIT-TRACE-SET
               WHEN IS-HIST-INQUIRY
           END-IF

           SET IS-DECK-ACTIVE TO TRUE
           MOVE WS-CFGM-PATH TO WS-CFGM-JOB-PATH
           MOVE 0 TO WS-DECK-STEP-NO
           MOVE 0 TO WS-DECK-MAX-CC
           MOVE 'N' TO WS-DECK-EOF
       *> a single run.
       *> ----------------------------------------------------------------
       BATCH-SWEEP.
           IF IS-SWEEP-ONEPASS
               PERFORM SWP-RUN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING M FROM WS-M-LO BY 1
                   UNTIL M > WS-M-HI OR STEP-ABORTED
               MOVE WS-BATCH-TYPE TO WS-TYPE
               END-PERFORM
           END-PERFORM.

       *> ----------------------------------------------------------------
       *> Single-pass sweep driver. The grid is laid out in the loop's
       *> own M-then-N order, cut into passes that fit BUDGET, and each
       *> pass runs the whole trace set once through RUN-TRACE-SET with
       *> SWP-PROCESS-BRANCH feeding every combination in the pass.
       *> ----------------------------------------------------------------
       SWP-RUN.
           PERFORM SWP-BUILD-GRID
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF

           PERFORM SWP-COUNT-TRACES
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF

           PERFORM SWP-PLAN-PASSES

           PERFORM VARYING SWP-PASS-NO FROM 1 BY 1
                   UNTIL SWP-PASS-NO > SWP-PASS-COUNT OR STEP-ABORTED
               MOVE 0 TO SWP-FIRST
               MOVE 0 TO SWP-LAST
               PERFORM VARYING SWP-IDX FROM 1 BY 1
                       UNTIL SWP-IDX > SWP-CFG-COUNT
                   IF SWP-PASS(SWP-IDX) = SWP-PASS-NO
                       IF SWP-FIRST = 0
                           MOVE SWP-IDX TO SWP-FIRST
                       END-IF
                       MOVE SWP-IDX TO SWP-LAST
                   END-IF
               END-PERFORM
               PERFORM SWP-RUN-PASS
           END-PERFORM.

       *> Lists the combinations BATCH-SWEEP would visit, with the
       *> predictor memory each one allocates.
       SWP-BUILD-GRID.
           MOVE 0 TO SWP-CFG-COUNT
           PERFORM VARYING M FROM WS-M-LO BY 1 UNTIL M > WS-M-HI
               IF WS-N-HI > M
                   MOVE M TO WS-N-HI-THIS-M
               ELSE
                   MOVE WS-N-HI TO WS-N-HI-THIS-M
               END-IF
               PERFORM VARYING N FROM WS-N-LO BY 1
                       UNTIL N > WS-N-HI-THIS-M OR N > M
                   IF SWP-CFG-COUNT >= SWP-CFG-MAX
                       DISPLAY "Error: SWEEP=ONEPASS grid exceeds 496 "
                               "combinations"
                       PERFORM ARG-ABORT
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO SWP-CFG-COUNT
                   MOVE M TO SWP-M(SWP-CFG-COUNT)
                   MOVE N TO SWP-N(SWP-CFG-COUNT)
                   PERFORM SWP-SIZE-CONFIG
               END-PERFORM
           END-PERFORM.

       *> Bytes INIT-PREDICTOR will allocate for combination
       *> SWP-CFG-COUNT - the same sizing INIT-PHT, INIT-BHT and
       *> INIT-PERCEPTRON use.
       SWP-SIZE-CONFIG.
           IF WS-BATCH-TYPE = "perceptron"
               IF WS-PCP-TABLE-OPT > 0
                   MOVE WS-PCP-TABLE-OPT TO PCP-CHK-ROWS
               ELSE
                   COMPUTE PCP-CHK-ROWS = 2 ** M
               END-IF
               IF WS-PCP-HIST-OPT > 0
                   MOVE WS-PCP-HIST-OPT TO PCP-CHK-HIST
               ELSE
                   MOVE N TO PCP-CHK-HIST
               END-IF
               COMPUTE SWP-BYTES(SWP-CFG-COUNT) =
                   PCP-CHK-ROWS * (PCP-CHK-HIST + 1) * 2
           ELSE
               COMPUTE SWP-BYTES(SWP-CFG-COUNT) =
                   ((2 ** M) * WS-COUNTER-BITS + 7) / 8
               IF WS-BATCH-TYPE = "local"
                   COMPUTE SWP-BYTES(SWP-CFG-COUNT) =
                       SWP-BYTES(SWP-CFG-COUNT)
                       + (2 ** WS-BHT-BITS) * 8
               END-IF
           END-IF.

       *> The per-trace result cells are sized by the trace count, so
       *> an @listfile is counted before the first pass.
       SWP-COUNT-TRACES.
           IF WS-FILENAME(1:1) NOT = "@"
               MOVE 1 TO SWP-TRACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO SWP-TRACES
           MOVE WS-FILENAME(2:99) TO WS-LISTFILE
           MOVE 'N' TO WS-LIST-EOF
           OPEN INPUT LIST-FILE
           IF WS-LIST-FILE-STATUS NOT = "00"
               MOVE "trace list" TO WS-FERR-USE
               MOVE WS-LISTFILE TO WS-FERR-PATH
               MOVE WS-LIST-FILE-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LIST-END-OF-FILE
               READ LIST-FILE INTO LIST-RECORD
                   AT END
                       SET LIST-END-OF-FILE TO TRUE
                   NOT AT END
                       IF LIST-RECORD NOT = SPACES
                           ADD 1 TO SWP-TRACES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIST-FILE

           IF SWP-TRACES > SWP-TRACE-MAX
               DISPLAY "Error: SWEEP=ONEPASS supports at most 1000 "
                       "traces in a list"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF
           IF SWP-TRACES = 0
               MOVE 1 TO SWP-TRACES
           END-IF.

       *> Greedy cut of the grid, in order, into passes: a pass takes
       *> combinations until the next would overrun BUDGET or the
       *> result cells. With the order fixed that is the fewest
       *> passes there can be. A combination that alone overruns the
       *> budget still gets a pass of its own, with a warning.
       SWP-PLAN-PASSES.
           COMPUTE SWP-BUDGET-BYTES = WS-SWP-BUDGET-MB * 1048576
           COMPUTE SWP-PASS-CFGS = SWP-CELL-MAX / SWP-TRACES
           MOVE 1 TO SWP-PASS-COUNT
           MOVE 0 TO SWP-PASS-BYTES
           MOVE 0 TO SWP-CELL
           PERFORM VARYING SWP-IDX FROM 1 BY 1
                   UNTIL SWP-IDX > SWP-CFG-COUNT
               IF SWP-CELL > 0
                   IF SWP-PASS-BYTES + SWP-BYTES(SWP-IDX)
                           > SWP-BUDGET-BYTES
                           OR SWP-CELL >= SWP-PASS-CFGS
                       ADD 1 TO SWP-PASS-COUNT
                       MOVE 0 TO SWP-PASS-BYTES
                       MOVE 0 TO SWP-CELL
                   END-IF
               END-IF
               IF SWP-BYTES(SWP-IDX) > SWP-BUDGET-BYTES
                   MOVE SWP-M(SWP-IDX) TO DISP-M
                   MOVE SWP-N(SWP-IDX) TO DISP-N
                   DISPLAY "Warning: M=" FUNCTION TRIM(DISP-M)
                           " N=" FUNCTION TRIM(DISP-N)
                           " alone exceeds BUDGET - given a pass "
                           "of its own"
               END-IF
               MOVE SWP-PASS-COUNT TO SWP-PASS(SWP-IDX)
               ADD SWP-BYTES(SWP-IDX) TO SWP-PASS-BYTES
               ADD 1 TO SWP-CELL
           END-PERFORM

           MOVE SWP-CFG-COUNT TO DISP-SWP-CNT
           MOVE SWP-PASS-COUNT TO DISP-SWP-PASSES
           MOVE WS-SWP-BUDGET-MB TO DISP-SWP-MB
           IF SWP-PASS-COUNT > 1
               DISPLAY "sweep: " FUNCTION TRIM(DISP-SWP-CNT)
                       " combinations in "
                       FUNCTION TRIM(DISP-SWP-PASSES)
                       " passes within BUDGET="
                       FUNCTION TRIM(DISP-SWP-MB) "MB"
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           STRING "sweep plan: " FUNCTION TRIM(DISP-SWP-CNT)
                  " combinations, passes="
                  FUNCTION TRIM(DISP-SWP-PASSES)
                  " budget=" FUNCTION TRIM(DISP-SWP-MB) "MB"
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM JOBLOG-WRITE.

       *> One pass: allocate every combination SWP-FIRST..SWP-LAST
       *> through the ordinary INIT-PREDICTOR, read the trace set once,
       *> report, free.
       SWP-RUN-PASS.
           MOVE WS-BATCH-TYPE TO WS-TYPE
           PERFORM VARYING SWP-IDX FROM SWP-FIRST BY 1
                   UNTIL SWP-IDX > SWP-LAST
               MOVE SWP-M(SWP-IDX) TO M
               MOVE SWP-N(SWP-IDX) TO N
               PERFORM INIT-PREDICTOR
               SET SWP-PHT-PTR(SWP-IDX) TO PHT-PTR
               MOVE PHT-SIZE TO SWP-PHT-SIZE(SWP-IDX)
               MOVE WS-PHT-BYTES TO SWP-PHT-BYTES(SWP-IDX)
               SET SWP-BHT-PTR(SWP-IDX) TO NULL
               IF WS-TYPE = "local"
                   SET SWP-BHT-PTR(SWP-IDX) TO BHT-PTR
               END-IF
               MOVE PCP-HIST TO SWP-PCP-HIST(SWP-IDX)
               MOVE GHR TO SWP-GHR(SWP-IDX)
               MOVE 0 TO SWP-MISP(SWP-IDX)
               MOVE 0 TO SWP-COMB(SWP-IDX)
           END-PERFORM

           SET IS-SWP-ACTIVE TO TRUE
           PERFORM RUN-TRACE-SET
           MOVE 'N' TO WS-SWP-ACTIVE
           MOVE WS-TRACE-COUNT TO SWP-TRACES-DONE

           IF NOT STEP-ABORTED
               PERFORM SWP-REPORT-PASS
           END-IF

           PERFORM VARYING SWP-IDX FROM SWP-FIRST BY 1
                   UNTIL SWP-IDX > SWP-LAST
               SET PHT-PTR TO SWP-PHT-PTR(SWP-IDX)
               FREE PHT-PTR
               IF SWP-BHT-PTR(SWP-IDX) NOT = NULL
                   SET BHT-PTR TO SWP-BHT-PTR(SWP-IDX)
                   FREE BHT-PTR
               END-IF
           END-PERFORM.

       SWP-ACTIVATE-CONFIG.
           MOVE SWP-M(SWP-IDX) TO M
           MOVE SWP-N(SWP-IDX) TO N
           MOVE SWP-GHR(SWP-IDX) TO GHR
           MOVE SWP-PHT-SIZE(SWP-IDX) TO PHT-SIZE
           MOVE SWP-PHT-BYTES(SWP-IDX) TO WS-PHT-BYTES
           SET PHT-PTR TO SWP-PHT-PTR(SWP-IDX)
           SET ADDRESS OF PHT-MEM TO PHT-PTR
           IF WS-TYPE = "perceptron"
               MOVE SWP-PCP-HIST(SWP-IDX) TO PCP-HIST
               PERFORM PCP-SET-GEOMETRY
               SET ADDRESS OF PCP-MEM TO PHT-PTR
           END-IF
           IF WS-TYPE = "local"
               SET BHT-PTR TO SWP-BHT-PTR(SWP-IDX)
               SET ADDRESS OF BHT-MEM TO BHT-PTR
           END-IF.

       *> PROCESS-BRANCH for a whole pass. The BTB and RAS see the
       *> same branch stream whatever the predictor, so they run once
       *> per branch; only the direction prediction, and with it the
       *> direction-and-target figure, is per combination.
       SWP-PROCESS-BRANCH.
           ADD 1 TO WS-SEEN-BRANCHES

           IF WS-BTB-SETS > 0 AND WS-HAS-TARGET = 'Y'
               PERFORM BTB-LOOKUP-UPDATE
           END-IF

           IF WS-RAS-DEPTH > 0
               PERFORM RAS-PROCESS
           END-IF

           PERFORM VARYING SWP-IDX FROM SWP-FIRST BY 1
                   UNTIL SWP-IDX > SWP-LAST
               PERFORM SWP-ACTIVATE-CONFIG
               PERFORM PREDICT-AND-UPDATE
               MOVE GHR TO SWP-GHR(SWP-IDX)
               IF WS-SEEN-BRANCHES > WS-WARMUP-COUNT
                   IF PRED-TAKEN NOT = ACTUAL-TAKEN
                       ADD 1 TO SWP-MISP(SWP-IDX)
                   ELSE
                       IF WS-BTB-SETS > 0 AND WS-HAS-TARGET = 'Y'
                               AND WS-BTB-HIT = 'Y'
                           ADD 1 TO SWP-COMB(SWP-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-SEEN-BRANCHES > WS-WARMUP-COUNT
               ADD 1 TO TOTAL-BRANCHES

               IF WS-LINE-ICNT > 0
                   ADD WS-LINE-ICNT TO WS-INSTR-COUNT
                   ADD 1 TO WS-INSTR-BRANCHES
               END-IF

               IF WS-BTB-SETS > 0 AND WS-HAS-TARGET = 'Y'
                   ADD 1 TO BTB-LOOKUPS
                   IF WS-BTB-HIT = 'Y'
                       ADD 1 TO BTB-HITS
                   END-IF
               END-IF
           END-IF.

       *> End of one trace within a pass - park its figures, and each
       *> combination's mispredictions, for SWP-REPORT-PASS.
       SWP-SAVE-TRACE.
           IF WS-TRACE-COUNT > SWP-TRACES
               DISPLAY "Error: trace list grew during the sweep - "
                       FUNCTION TRIM(WS-CUR-TRACE) " not scored"
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRACE-COUNT TO SWP-TIX
           MOVE WS-CUR-TRACE TO SWP-T-NAME(SWP-TIX)
           MOVE WS-SUITE-CUR-WEIGHT TO SWP-T-WEIGHT(SWP-TIX)
           MOVE WS-SEEN-BRANCHES TO SWP-T-SEEN(SWP-TIX)
           MOVE TOTAL-BRANCHES TO SWP-T-TOTAL(SWP-TIX)
           MOVE SKIPPED-COUNT TO SWP-T-SKIPPED(SWP-TIX)
           MOVE BTB-LOOKUPS TO SWP-T-BTB-LOOKUPS(SWP-TIX)
           MOVE BTB-HITS TO SWP-T-BTB-HITS(SWP-TIX)
           MOVE RAS-PUSHES TO SWP-T-RAS-PUSHES(SWP-TIX)
           MOVE RAS-POPS TO SWP-T-RAS-POPS(SWP-TIX)
           MOVE RAS-HITS TO SWP-T-RAS-HITS(SWP-TIX)
           MOVE RAS-MISSES TO SWP-T-RAS-MISSES(SWP-TIX)
           MOVE RAS-UNDERFLOWS TO SWP-T-RAS-UNDER(SWP-TIX)
           MOVE WS-INSTR-COUNT TO SWP-T-INSTR(SWP-TIX)
           MOVE WS-INSTR-BRANCHES TO SWP-T-INSTR-BR(SWP-TIX)

           PERFORM VARYING SWP-IDX FROM SWP-FIRST BY 1
                   UNTIL SWP-IDX > SWP-LAST
               COMPUTE SWP-CELL =
                   (SWP-IDX - SWP-FIRST) * SWP-TRACES + SWP-TIX
               MOVE SWP-MISP(SWP-IDX) TO SWP-R-MISP(SWP-CELL)
               MOVE SWP-COMB(SWP-IDX) TO SWP-R-COMB(SWP-CELL)
               MOVE 0 TO SWP-MISP(SWP-IDX)
               MOVE 0 TO SWP-COMB(SWP-IDX)
           END-PERFORM.

       *> Replays the pass's results combination by combination through
       *> the same CALCULATE-STATS/TOTAL path the loop uses, so every
       *> console line and output record comes out as the loop writes
       *> it.
       SWP-REPORT-PASS.
           PERFORM VARYING SWP-IDX FROM SWP-FIRST BY 1
                   UNTIL SWP-IDX > SWP-LAST OR STEP-ABORTED
               MOVE SWP-M(SWP-IDX) TO M
               MOVE SWP-N(SWP-IDX) TO N
               PERFORM TRACE-SET-RESET-TOTALS
               PERFORM VARYING SWP-TIX FROM 1 BY 1
                       UNTIL SWP-TIX > SWP-TRACES-DONE OR STEP-ABORTED
                   PERFORM SWP-REPORT-TRACE
               END-PERFORM
               MOVE SWP-TRACES-DONE TO WS-TRACE-COUNT
               PERFORM TRACE-SET-REPORT-TOTAL
           END-PERFORM.

       SWP-REPORT-TRACE.
           MOVE SWP-T-NAME(SWP-TIX) TO WS-CUR-TRACE
           MOVE SWP-T-WEIGHT(SWP-TIX) TO WS-SUITE-CUR-WEIGHT
           MOVE SWP-T-SEEN(SWP-TIX) TO WS-SEEN-BRANCHES
           MOVE SWP-T-TOTAL(SWP-TIX) TO TOTAL-BRANCHES
           MOVE SWP-T-SKIPPED(SWP-TIX) TO SKIPPED-COUNT
           MOVE SWP-T-BTB-LOOKUPS(SWP-TIX) TO BTB-LOOKUPS
           MOVE SWP-T-BTB-HITS(SWP-TIX) TO BTB-HITS
           MOVE SWP-T-RAS-PUSHES(SWP-TIX) TO RAS-PUSHES
           MOVE SWP-T-RAS-POPS(SWP-TIX) TO RAS-POPS
           MOVE SWP-T-RAS-HITS(SWP-TIX) TO RAS-HITS
           MOVE SWP-T-RAS-MISSES(SWP-TIX) TO RAS-MISSES
           MOVE SWP-T-RAS-UNDER(SWP-TIX) TO RAS-UNDERFLOWS
           MOVE SWP-T-INSTR(SWP-TIX) TO WS-INSTR-COUNT
           MOVE SWP-T-INSTR-BR(SWP-TIX) TO WS-INSTR-BRANCHES
           COMPUTE SWP-CELL =
               (SWP-IDX - SWP-FIRST) * SWP-TRACES + SWP-TIX
           MOVE SWP-R-MISP(SWP-CELL) TO MISPREDICTIONS
           MOVE SWP-R-COMB(SWP-CELL) TO BTB-COMBINED

           IF WS-FILENAME(1:1) = "@"
               MOVE WS-CUR-TRACE TO WS-REPORT-LABEL
           ELSE
               MOVE SPACES TO WS-REPORT-LABEL
           END-IF

           IF IS-CONTROL-ENABLED
               PERFORM RECONCILE-CONTROL
           END-IF

           PERFORM CALCULATE-STATS
           PERFORM TRACE-SET-ADD-TOTALS.

       *> ----------------------------------------------------------------
       *> A/B compare driver - one pass of the trace scoring both
       *> configurations. Each branch is run through PREDICT-AND-UPDATE
               IF CFG-TYPE(WS-CMP-IDX) = "local"
                   SET CFG-BHT-PTR(WS-CMP-IDX) TO BHT-PTR
               END-IF
               MOVE PCP-HIST TO CFG-PCP-HIST(WS-CMP-IDX)
               MOVE GHR TO CFG-GHR(WS-CMP-IDX)
               MOVE 0 TO CFG-MISP(WS-CMP-IDX)
               MOVE 0 TO CFG-WIN-MISP(WS-CMP-IDX)
           COMPUTE WS-COUNTER-THRESHOLD = 2 ** (WS-COUNTER-BITS - 1)
           MOVE CFG-GHR(WS-CMP-IDX) TO GHR
           MOVE CFG-PHT-SIZE(WS-CMP-IDX) TO PHT-SIZE
           SET PHT-PTR TO CFG-PHT-PTR(WS-CMP-IDX)
           IF CFG-TYPE(WS-CMP-IDX) = "perceptron"
               MOVE CFG-PCP-HIST(WS-CMP-IDX) TO PCP-HIST
               PERFORM PCP-SET-GEOMETRY
               SET ADDRESS OF PCP-MEM TO PHT-PTR
           ELSE
               COMPUTE WS-PHT-BYTES =
                   (PHT-SIZE * WS-COUNTER-BITS + 7) / 8
           END-IF
           SET ADDRESS OF PHT-MEM TO PHT-PTR

           IF CFG-TYPE(WS-CMP-IDX) = "local"
               MOVE CFG-CBITS(WS-CMP-IDX) TO WS-COUNTER-BITS
               MOVE WS-CMP-TOTAL TO TOTAL-BRANCHES
               MOVE CFG-MISP(WS-CMP-IDX) TO MISPREDICTIONS
               MOVE WS-CFGM-SIDE-NAME(WS-CMP-IDX) TO WS-CFGM-NAME
               MOVE SPACES TO WS-REPORT-LABEL
               IF WS-CMP-IDX = 1
                   STRING "A:" FUNCTION TRIM(CFG-TYPE(1)) ":"
       *> ----------------------------------------------------------------
       RUN-TRACE-SET.
           MOVE 0 TO WS-TRACE-COUNT
           PERFORM TRACE-SET-RESET-TOTALS

           IF WS-FILENAME(1:1) = "@"
               MOVE WS-FILENAME(2:99) TO WS-LISTFILE
                   EXIT PARAGRAPH
               END-IF

               MOVE WS-TRACE-FORMAT TO WS-SUITE-RUN-FMT
               PERFORM UNTIL LIST-END-OF-FILE OR STEP-ABORTED
                   READ LIST-FILE INTO LIST-RECORD
                       AT END
                           SET LIST-END-OF-FILE TO TRUE
                       NOT AT END
                           IF LIST-RECORD NOT = SPACES
                               PERFORM SUITE-LIST-LINE
                               IF NOT STEP-ABORTED
                                   PERFORM PROCESS-ONE-TRACE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE LIST-FILE
               MOVE WS-SUITE-RUN-FMT TO WS-TRACE-FORMAT
           ELSE
               MOVE WS-FILENAME TO WS-CUR-TRACE
               MOVE 0 TO WS-SUITE-CUR-WEIGHT
               PERFORM PROCESS-ONE-TRACE
           END-IF

           *> A single-pass sweep reports after the pass, once every
           *> combination's figures are in.
           IF NOT IS-SWP-ACTIVE
               PERFORM TRACE-SET-REPORT-TOTAL
           END-IF.

       *> Multi-trace TOTAL bookkeeping - zeroed per configuration,
       *> added to after each trace, reported once at the end.
       TRACE-SET-RESET-TOTALS.
           MOVE 0 TO TOTAL-BRANCHES-ALL
           MOVE 0 TO MISPREDICTIONS-ALL
           MOVE 0 TO SKIPPED-COUNT-ALL
           MOVE 0 TO BTB-LOOKUPS-ALL
           MOVE 0 TO BTB-HITS-ALL
           MOVE 0 TO BTB-COMBINED-ALL
           MOVE 0 TO RAS-PUSHES-ALL
           MOVE 0 TO RAS-POPS-ALL
           MOVE 0 TO RAS-HITS-ALL
           MOVE 0 TO RAS-MISSES-ALL
           MOVE 0 TO RAS-UNDERFLOWS-ALL
           MOVE 0 TO WS-INSTR-ALL
           MOVE 0 TO WS-INSTR-BR-ALL
           MOVE 0 TO SMP-SEEN-ALL
           MOVE 0 TO SMP-SIMULATED-ALL
           MOVE 0 TO SMP-MEAS-BR-ALL
           MOVE 0 TO SMP-WIN-COUNT-ALL
           MOVE 0 TO SMP-SUM-RATE-ALL
           MOVE 0 TO SMP-SUM-SQ-ALL
           MOVE 0 TO SUITE-SCORED
           MOVE 0 TO SUITE-W-SUM
           MOVE 0 TO SUITE-WRATE-SUM
           MOVE 0 TO SUITE-WMPKI-SUM
           MOVE 0 TO SUITE-LOG-SUM.

       TRACE-SET-ADD-TOTALS.
           ADD TOTAL-BRANCHES TO TOTAL-BRANCHES-ALL
           ADD MISPREDICTIONS TO MISPREDICTIONS-ALL
           ADD SKIPPED-COUNT TO SKIPPED-COUNT-ALL
           ADD BTB-LOOKUPS TO BTB-LOOKUPS-ALL
           ADD BTB-HITS TO BTB-HITS-ALL
           ADD BTB-COMBINED TO BTB-COMBINED-ALL
           ADD RAS-PUSHES TO RAS-PUSHES-ALL
           ADD RAS-POPS TO RAS-POPS-ALL
           ADD RAS-HITS TO RAS-HITS-ALL
           ADD RAS-MISSES TO RAS-MISSES-ALL
           ADD RAS-UNDERFLOWS TO RAS-UNDERFLOWS-ALL
           ADD WS-INSTR-COUNT TO WS-INSTR-ALL
           ADD WS-INSTR-BRANCHES TO WS-INSTR-BR-ALL
           IF IS-SAMPLING
               ADD SMP-SEEN TO SMP-SEEN-ALL
               ADD SMP-SIMULATED TO SMP-SIMULATED-ALL
               ADD SMP-MEAS-BR TO SMP-MEAS-BR-ALL
               ADD SMP-WIN-COUNT TO SMP-WIN-COUNT-ALL
               ADD SMP-SUM-RATE TO SMP-SUM-RATE-ALL
               ADD SMP-SUM-SQ TO SMP-SUM-SQ-ALL
           END-IF
           IF WS-SUITE-CUR-WEIGHT > 0 AND TOTAL-BRANCHES > 0
               PERFORM SUITE-ADD-TRACE
           END-IF.

       *> One list trace's share of the suite score - its rate and
       *> MPKI (over the instruction count the cost model just used)
       *> weighted, and its weighted log rate for the geometric mean.
       SUITE-ADD-TRACE.
           COMPUTE SUITE-T-RATE = MISPREDICTIONS / TOTAL-BRANCHES
           IF WS-EST-INSTR > 0
               COMPUTE SUITE-T-MPKI =
                   MISPREDICTIONS * 1000 / WS-EST-INSTR
           ELSE
               MOVE 0 TO SUITE-T-MPKI
           END-IF
           ADD 1 TO SUITE-SCORED
           ADD WS-SUITE-CUR-WEIGHT TO SUITE-W-SUM
           COMPUTE SUITE-WRATE-SUM =
               SUITE-WRATE-SUM + WS-SUITE-CUR-WEIGHT * SUITE-T-RATE
           COMPUTE SUITE-WMPKI-SUM =
               SUITE-WMPKI-SUM + WS-SUITE-CUR-WEIGHT * SUITE-T-MPKI
           *> A perfectly predicted trace would have no logarithm -
           *> it counts at the smallest rate the reports can show.
           IF SUITE-T-RATE < 0.00001
               MOVE 0.00001 TO SUITE-T-RATE
           END-IF
           COMPUTE SUITE-LOG-SUM = SUITE-LOG-SUM
               + WS-SUITE-CUR-WEIGHT * FUNCTION LOG(SUITE-T-RATE).

       *> Splits an @listfile line into the trace and its optional
       *> weight; a %<name> trace resolves (and is verified) through
       *> the catalog, taking the entry's format and, when the line
       *> gave none, its weight. Each line starts from the run's own
       *> FORMAT=.
       SUITE-LIST-LINE.
           MOVE SPACES TO WS-CUR-TRACE
           MOVE SPACES TO WS-SUITE-WTXT
           UNSTRING FUNCTION TRIM(LIST-RECORD) DELIMITED BY ALL SPACE
               INTO WS-CUR-TRACE WS-SUITE-WTXT
           END-UNSTRING
           MOVE WS-SUITE-RUN-FMT TO WS-TRACE-FORMAT
           MOVE 0 TO WS-SUITE-CUR-WEIGHT

           IF WS-SUITE-WTXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SUITE-WTXT) = 0
                   IF FUNCTION NUMVAL(WS-SUITE-WTXT) > 0
                           AND FUNCTION NUMVAL(WS-SUITE-WTXT) < 100000
                       MOVE FUNCTION NUMVAL(WS-SUITE-WTXT)
                           TO WS-SUITE-CUR-WEIGHT
                   END-IF
               END-IF
               IF WS-SUITE-CUR-WEIGHT = 0
                   DISPLAY "Error: invalid suite weight "
                           FUNCTION TRIM(WS-SUITE-WTXT) " for "
                           FUNCTION TRIM(WS-CUR-TRACE) " in "
                           FUNCTION TRIM(WS-LISTFILE)
                           " (over 0, under 100000)"
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-CUR-TRACE(1:1) = "%"
               MOVE WS-CUR-TRACE(2:) TO WS-CAT-NAME
               PERFORM CATALOG-RESOLVE-ENTRY
               IF STEP-ABORTED
                   EXIT PARAGRAPH
               END-IF
               MOVE CT-PATH TO WS-CUR-TRACE
               MOVE CT-FORMAT TO WS-TRACE-FORMAT
               IF WS-SUITE-CUR-WEIGHT = 0
                   MOVE CT-WEIGHT TO WS-SUITE-CUR-WEIGHT
               END-IF
           END-IF

           IF WS-SUITE-CUR-WEIGHT = 0
               MOVE 1 TO WS-SUITE-CUR-WEIGHT
           END-IF.

       TRACE-SET-REPORT-TOTAL.
           IF WS-TRACE-COUNT > 1 AND NOT STEP-ABORTED
               MOVE TOTAL-BRANCHES-ALL TO TOTAL-BRANCHES
               MOVE MISPREDICTIONS-ALL TO MISPREDICTIONS
               MOVE RAS-UNDERFLOWS-ALL TO RAS-UNDERFLOWS
               MOVE WS-INSTR-ALL TO WS-INSTR-COUNT
               MOVE WS-INSTR-BR-ALL TO WS-INSTR-BRANCHES
               IF IS-SAMPLING
                   *> Each trace's share is already extrapolated -
                   *> only the interval and fraction are pooled here.
                   MOVE SMP-SEEN-ALL TO SMP-SEEN
                   MOVE SMP-SIMULATED-ALL TO SMP-SIMULATED
                   MOVE SMP-MEAS-BR-ALL TO SMP-MEAS-BR
                   MOVE SMP-WIN-COUNT-ALL TO SMP-WIN-COUNT
                   MOVE SMP-SUM-RATE-ALL TO SMP-SUM-RATE
                   MOVE SMP-SUM-SQ-ALL TO SMP-SUM-SQ
                   PERFORM SMP-COMPUTE-FIGURES
               END-IF
               MOVE "TOTAL" TO WS-REPORT-LABEL
               MOVE 0 TO WS-SUITE-CUR-WEIGHT
               PERFORM CALCULATE-STATS
               IF WS-FILENAME(1:1) = "@" AND SUITE-SCORED > 0
                       AND NOT STEP-ABORTED
                   PERFORM TRACE-SET-REPORT-SUITE
               END-IF
           END-IF.

       *> The suite row - the TOTAL's counts, with the weighted mean
       *> rate and MPKI in place of the pooled ones and the weighted
       *> geometric mean alongside.
       TRACE-SET-REPORT-SUITE.
           COMPUTE WS-SUITE-WRATE ROUNDED =
               SUITE-WRATE-SUM / SUITE-W-SUM
           COMPUTE WS-SUITE-WMPKI ROUNDED =
               SUITE-WMPKI-SUM / SUITE-W-SUM
           COMPUTE WS-SUITE-CUR-GEO ROUNDED =
               FUNCTION EXP(SUITE-LOG-SUM / SUITE-W-SUM)
           MOVE SUITE-W-SUM TO WS-SUITE-CUR-WEIGHT

           MOVE SPACES TO WS-REPORT-LABEL
           STRING "SUITE:" FUNCTION TRIM(WS-LISTFILE)
               DELIMITED BY SIZE INTO WS-REPORT-LABEL
           END-STRING
           MOVE 'Y' TO WS-SUITE-ROW
           PERFORM CALCULATE-STATS
           MOVE 'N' TO WS-SUITE-ROW
           MOVE 0 TO WS-SUITE-CUR-WEIGHT
           MOVE 0 TO WS-SUITE-CUR-GEO.

       DISPLAY-SUITE-STATS.
           MOVE SUITE-SCORED TO DISP-SUITE-CNT
           MOVE SUITE-W-SUM TO DISP-SUITE-WEIGHT
           MOVE WS-SUITE-WRATE TO DISPLAY-RATE
           MOVE WS-SUITE-WMPKI TO DISPLAY-MPKI
           MOVE WS-SUITE-CUR-GEO TO DISPLAY-SUITE-GEO
           DISPLAY "suite traces=" FUNCTION TRIM(DISP-SUITE-CNT)
                   " weight=" FUNCTION TRIM(DISP-SUITE-WEIGHT)
                   " wmean_rate=" FUNCTION TRIM(DISPLAY-RATE)
                   " wmean_mpki=" FUNCTION TRIM(DISPLAY-MPKI)
                   " geomean_rate=" FUNCTION TRIM(DISPLAY-SUITE-GEO)
           IF WS-TRACE-COUNT > SUITE-SCORED
               COMPUTE DISP-SUITE-CNT = WS-TRACE-COUNT - SUITE-SCORED
               DISPLAY "suite note: " FUNCTION TRIM(DISP-SUITE-CNT)
                       " trace(s) scored no branches and are left out"
           END-IF.

       PROCESS-ONE-TRACE.
           MOVE 0 TO WS-RAS-CNT
           MOVE 0 TO WS-INSTR-COUNT
           MOVE 0 TO WS-INSTR-BRANCHES
           MOVE 0 TO SMP-ELIGIBLE
           MOVE 0 TO SMP-SIMULATED
           MOVE 0 TO SMP-WIN-COUNT
           MOVE 0 TO SMP-SUM-RATE
           MOVE 0 TO SMP-SUM-SQ
           MOVE 'N' TO SMP-WIN-OPEN

           IF WS-HOTSPOT-TOP > 0
               PERFORM RESET-HOTSPOT-TABLE
               EXIT PARAGRAPH
           END-IF

           IF IS-SWP-ACTIVE
               PERFORM SWP-SAVE-TRACE
               EXIT PARAGRAPH
           END-IF

           IF IS-CONTROL-ENABLED
               PERFORM RECONCILE-CONTROL
           END-IF

           IF IS-SAMPLING
               PERFORM SMP-EXTRAPOLATE
           END-IF

           PERFORM CALCULATE-STATS

           IF WS-HOTSPOT-TOP > 0
               PERFORM DISPLAY-HOTSPOT-REPORT
           END-IF

           PERFORM TRACE-SET-ADD-TOTALS.

       PARSE-ARGS.
           ACCEPT WS-CMD-ARGS FROM COMMAND-LINE
           PERFORM PARSE-ARGS-BODY.

       *> Splits WS-CMD-ARGS into the token table.
       SPLIT-ARGS.
           MOVE SPACES TO WS-ARG-TAB
           UNSTRING WS-CMD-ARGS DELIMITED BY ALL SPACE
               INTO WS-ARG-TOK(1)  WS-ARG-TOK(2)  WS-ARG-TOK(3)
               IF WS-ARG-TOK(ARG-IDX) NOT = SPACES
                   MOVE ARG-IDX TO WS-ARG-COUNT
               END-IF
           END-PERFORM.

       *> Tokenizes and interprets WS-CMD-ARGS - the real command
       *> line, or one deck step's line already moved there.
       PARSE-ARGS-BODY.
           PERFORM SPLIT-ARGS

           *> Profile references are expanded before any mode sees the
           *> tokens - the expanded line is parsed exactly as if it
           *> had been typed.
           MOVE SPACES TO WS-CFGM-NAME
           MOVE SPACES TO WS-CFGM-SIDE-TAB
           MOVE SPACES TO WS-CFGM-PATH
           IF WS-ARG-TOK(1) NOT = "config"
               PERFORM CFGM-EXPAND-COMMAND
               IF STEP-ABORTED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'N' TO WS-CSV-ENABLED
           MOVE 0 TO WS-CSV-KEEP
           MOVE 'N' TO WS-SNAPSHOT-ENABLED
           MOVE 'N' TO WS-BATCH-ENABLED
           MOVE 0 TO WS-WARMUP-COUNT
           MOVE 0 TO WS-CWIDTH-A
           MOVE 0 TO WS-CWIDTH-B
           MOVE 'N' TO WS-EVENTLOG-ENABLED
           MOVE 0 TO WS-EVENTLOG-KEEP
           MOVE 1 TO WS-EV-SAMPLE
           MOVE 0 TO WS-EV-MISP-SEEN
           MOVE 0 TO WS-BTB-SETS
           MOVE 'N' TO WS-HIST-INQUIRY
           MOVE 0.01 TO WS-HIST-THRESH
           MOVE SPACES TO WS-HIST-FILT-TYPE
           MOVE SPACES TO WS-HIST-FILT-PROF
           MOVE 'N' TO WS-CONFIG-MODE
           MOVE 'N' TO WS-RECON-MODE
           MOVE 'N' TO WS-ATRQ-MODE
           MOVE 'N' TO WS-HISTMAINT-MODE
           MOVE SPACES TO WS-ATRQ-KEY
           MOVE SPACES TO WS-ATR-OPT-PATH
           MOVE 99 TO WS-HIST-FILT-M
           MOVE 99 TO WS-HIST-FILT-N
           MOVE 'N' TO WS-ANALYZE-ENABLED
           MOVE 2 TO WS-HIST-WAIT-SECS
           MOVE 'N' TO WS-CATALOG-MODE
           MOVE 'N' TO WS-CATALOG-ENABLED
           MOVE SPACES TO WS-CAT-PARENT
           MOVE 0 TO WS-CAT-WEIGHT
           MOVE SPACES TO WS-ANA-RANK
           MOVE 0 TO WS-SUITE-CUR-WEIGHT
           MOVE 0 TO WS-SUITE-CUR-GEO
           MOVE 'N' TO WS-SUITE-ROW
           MOVE 'N' TO WS-SLICE-MODE
           MOVE 'N' TO WS-CLASSIFY-MODE
           MOVE 'N' TO WS-CLS-ENABLED
           MOVE 0.95 TO WS-CLS-BIAS
           MOVE SPACES TO WS-SLC-OUT-FMT
           MOVE SPACE TO WS-SLC-BTYPE
           MOVE 1 TO SLC-LINE-LO
           MOVE 999999999999999999 TO SLC-LINE-HI
           MOVE 0 TO SLC-PC-LO
           MOVE 999999999999999999 TO SLC-PC-HI
           MOVE 0 TO SLC-FIRST
           MOVE 'N' TO WS-EXTRACT-ENABLED
           MOVE 0 TO WS-EXTRACT-KEEP
           MOVE 'N' TO WS-ITL-MODE
           MOVE 0 TO WS-ITL-QUANTUM
           MOVE 10 TO WS-ITL-SWITCHWIN
           MOVE 10 TO WS-BHT-BITS
           MOVE 0 TO WS-PCP-TABLE-OPT
           MOVE 0 TO WS-PCP-HIST-OPT
           MOVE 8 TO WS-PCP-WBITS
           MOVE 'L' TO WS-SWEEP-MODE
           MOVE 'N' TO WS-SWP-ACTIVE
           MOVE 1024 TO WS-SWP-BUDGET-MB
           MOVE 'N' TO WS-SMP-ENABLED
           MOVE 0 TO WS-SMP-EVERY
           MOVE 10000 TO WS-SMP-WIN
           MOVE 0 TO WS-SMP-WARM
           MOVE 'N' TO WS-SMP-WARM-SET
           MOVE 0 TO WS-CKPT-EVERY
           MOVE 'N' TO WS-CKPT-ENABLED
           MOVE 'N' TO WS-RESTART-ENABLED
                   PERFORM PARSE-APPLY-ARGS
               WHEN "catalog"
                   PERFORM PARSE-CATALOG-ARGS
               WHEN "slice"
                   PERFORM PARSE-SLICE-ARGS
               WHEN "classify"
                   PERFORM PARSE-CLASSIFY-ARGS
               WHEN "config"
                   PERFORM PARSE-CONFIG-ARGS
               WHEN "reconcile"
                   PERFORM PARSE-RECON-ARGS
               WHEN "audittrail"
                   PERFORM PARSE-ATRQ-ARGS
               WHEN "histmaint"
                   PERFORM PARSE-HISTMAINT-ARGS
               WHEN "deck"
                   PERFORM PARSE-DECK-ARGS
               WHEN "interleave"
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-PCP-OPTIONS
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-SWEEP-OPTIONS
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-SMP-OPTIONS
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-SLICE-OPTIONS
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF

           IF IS-PURGE-MODE AND WS-HIST-CUTOFF = 0
               DISPLAY "Error: histpurge requires CUTOFF=<yyyymmdd>"
               EXIT PARAGRAPH
           END-IF.

       *> The single-pass sweep keeps one set of per-trace figures for
       *> the whole grid and reports after the pass - anything that
       *> prints or writes per combination while the trace is being
       *> read, or keeps one state file per run, has nowhere to go.
       VALIDATE-SWEEP-OPTIONS.
           IF NOT IS-SWEEP-ONEPASS
               EXIT PARAGRAPH
           END-IF

           IF NOT IS-BATCH-ENABLED
               DISPLAY "Error: SWEEP=ONEPASS applies to batch mode only"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           IF IS-SNAPSHOT-ENABLED
               DISPLAY "Error: SNAPSHOT is not available with "
                       "SWEEP=ONEPASS - use SWEEP=LOOP"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           IF IS-EVENTLOG-ENABLED
               DISPLAY "Error: EVENTLOG is not available with "
                       "SWEEP=ONEPASS - use SWEEP=LOOP"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           IF WS-HOTSPOT-TOP > 0
               DISPLAY "Error: HOTSPOT is not available with "
                       "SWEEP=ONEPASS - use SWEEP=LOOP"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           IF WS-WINDOW-SIZE > 0
               DISPLAY "Error: WINDOW is not available with "
                       "SWEEP=ONEPASS - use SWEEP=LOOP"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF.

       *> Sampling is a property of PROCESS-BRANCH's single predictor
       *> - compare, interleave and the single-pass sweep score
       *> through their own paths and would silently ignore it. A
       *> checkpoint carries no window position, and WINDOW= interval
       *> lines over a sampled run would mix estimate and measurement.
       *> Also fixes the window geometry for the step.
       VALIDATE-SMP-OPTIONS.
           IF NOT IS-SAMPLING
               EXIT PARAGRAPH
           END-IF

           IF IS-CMP-ENABLED OR IS-ITL-MODE OR IS-SWEEP-ONEPASS
               DISPLAY "Error: SAMPLE is not available with compare, "
                       "interleave or SWEEP=ONEPASS"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           IF IS-CKPT-ENABLED OR IS-RESTART-ENABLED
               DISPLAY "Error: SAMPLE is not available with "
                       "CHECKPOINT/RESTART"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           IF WS-WINDOW-SIZE > 0
               DISPLAY "Error: WINDOW is not available with SAMPLE"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           IF WS-SMP-WARM-SET NOT = 'Y'
               COMPUTE WS-SMP-WARM = WS-SMP-WIN / 10
           END-IF

           COMPUTE SMP-PERIOD = WS-SMP-EVERY * WS-SMP-WIN
           COMPUTE SMP-MEAS-START = SMP-PERIOD - WS-SMP-WIN

           IF WS-SMP-WARM > SMP-MEAS-START
               DISPLAY "Error: SAMPLEWARM must fit in the unsampled "
                       "(SAMPLE-1) x SAMPLEWIN branches"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF
           COMPUTE SMP-WARM-START = SMP-MEAS-START - WS-SMP-WARM.

       *> The selection criteria are slice options and nothing else
       *> reads them; a slice re-registered under its own parent's
       *> name would overwrite the entry it was cut from.
       VALIDATE-SLICE-OPTIONS.
           IF NOT IS-SLICE-MODE
               IF WS-SLC-BTYPE NOT = SPACE OR SLC-FIRST > 0
                       OR WS-SLC-OUT-FMT NOT = SPACES
                       OR SLC-LINE-LO > 1
                       OR SLC-LINE-HI < 999999999999999999
                       OR SLC-PC-LO > 0
                       OR SLC-PC-HI < 999999999999999999
                   DISPLAY "Error: LINES, PCRANGE, BTYPE, FIRST and "
                           "OUTFORMAT are slice options"
                   PERFORM ARG-ABORT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF SLC-LINE-LO > SLC-LINE-HI
               DISPLAY "Error: LINES range is empty (from > to)"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           IF SLC-PC-LO > SLC-PC-HI
               DISPLAY "Error: PCRANGE is empty (lo > hi)"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           IF WS-SLC-PARENT(1:1) = "%"
                   AND WS-SLC-PARENT(2:) = WS-SLC-NAME
               DISPLAY "Error: a slice cannot be registered under "
                       "its parent's catalog name"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF.

       *> Checkpoint/restart only makes sense where "line <n> of the
       *> trace" identifies a unique point in the run - one trace, one
       *> M/N configuration. Refuse the ambiguous combinations up front

           IF WS-TYPE NOT = "gshare" AND WS-TYPE NOT = "bimodal"
                   AND WS-TYPE NOT = "local"
                   AND WS-TYPE NOT = "perceptron"
               DISPLAY "Usage: sim gshare|bimodal|local|perceptron "
                       "<GPB> <RB> <Trace_File> [options]"
               DISPLAY "       sim batch gshare|bimodal|local|perceptron "
                       "<Mlo> <Mhi> <Nlo> <Nhi> <Trace_File> [options]"
               DISPLAY "       sim convert <text_trace> <bin_trace>"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH

           IF WS-HISTORY-PATH = SPACES OR WS-HIST-Q-TRACE = SPACES
               DISPLAY "Usage: sim history <hist_file> <trace_file> "
                       "[TYPE=gshare|bimodal|local|perceptron] [M=<m>] "
                       "[N=<n>] [THRESH=<rate>]"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-TOK(2) TO WS-CSV-PATH

           IF WS-CSV-PATH = SPACES
               DISPLAY "Usage: sim analyze <csv_file> "
                       "[RANK=SUITE|GEOMEAN]"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           IF WS-TYPE NOT = "gshare" AND WS-TYPE NOT = "bimodal"
                   AND WS-TYPE NOT = "local"
                   AND WS-TYPE NOT = "perceptron"
               DISPLAY "Usage: sim interleave "
                       "gshare|bimodal|local|perceptron "
                       "<M> <N> <Q> <traceA> <traceB> [options]"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           IF WS-FILENAME = SPACES OR WS-ITL-B-PATH = SPACES
               DISPLAY "Usage: sim interleave "
                       "gshare|bimodal|local|perceptron "
                       "<M> <N> <Q> <traceA> <traceB> [options]"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF.

       *> A perceptron table is rows x (history + 1) two-byte weights.
       *> The largest one this command could build is sized against the
       *> PCP-MEM ceiling up front, so a sweep cannot get halfway and
       *> then fail an allocation.
       VALIDATE-PCP-OPTIONS.
           EVALUATE TRUE
               WHEN IS-BATCH-ENABLED
                   IF WS-BATCH-TYPE = "perceptron"
                       MOVE WS-M-HI TO PCP-CHK-M
                       IF WS-N-HI > WS-M-HI
                           MOVE WS-M-HI TO PCP-CHK-N
                       ELSE
                           MOVE WS-N-HI TO PCP-CHK-N
                       END-IF
                       PERFORM PCP-CHECK-SIZE
                   END-IF
               WHEN IS-CMP-ENABLED
                   PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                           UNTIL WS-CMP-IDX > 2 OR STEP-ABORTED
                       IF CFG-TYPE(WS-CMP-IDX) = "perceptron"
                           MOVE CFG-M(WS-CMP-IDX) TO PCP-CHK-M
                           MOVE CFG-N(WS-CMP-IDX) TO PCP-CHK-N
                           PERFORM PCP-CHECK-SIZE
                       END-IF
                   END-PERFORM
               WHEN IS-ITL-MODE OR WS-ARG-TOK(1) = "perceptron"
                   IF WS-TYPE = "perceptron"
                       MOVE M TO PCP-CHK-M
                       MOVE N TO PCP-CHK-N
                       PERFORM PCP-CHECK-SIZE
                   END-IF
           END-EVALUATE.

       PCP-CHECK-SIZE.
           IF WS-PCP-TABLE-OPT > 0
               MOVE WS-PCP-TABLE-OPT TO PCP-CHK-ROWS
           ELSE
               COMPUTE PCP-CHK-ROWS = 2 ** PCP-CHK-M
           END-IF
           IF WS-PCP-HIST-OPT > 0
               MOVE WS-PCP-HIST-OPT TO PCP-CHK-HIST
           ELSE
               MOVE PCP-CHK-N TO PCP-CHK-HIST
           END-IF

           IF PCP-CHK-ROWS * (PCP-CHK-HIST + 1) > PCP-MAX-WEIGHTS
               DISPLAY "Error: perceptron table of rows x (history+1) "
                       "exceeds 201326592 weights - lower PTABLE/PHIST "
                       "or M/N"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF.

       *> Parses "events <eventlog_file>", the aliasing-report form of
       *> the command line. The event log is the one EVENTLOG-RECORD
       *> wrote; TOP= caps how many hot PHT indexes are ranked.

           IF WS-HISTORY-PATH = SPACES OR WS-HIST-Q-TRACE = SPACES
               DISPLAY "Usage: sim trend <hist_file> <trace_file> "
                       "[TYPE=gshare|bimodal|local|perceptron] [M=<m>] "
                       "[N=<n>] [FROM=<yyyymmdd>] [TO=<yyyymmdd>]"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 4 TO WS-OPT-START.

       *> Parses "histmaint <hist_file> [<trace_file>]", the history
       *> maintenance panel; an optional trace and TYPE=/M=/N= give
       *> its opening filter.
       PARSE-HISTMAINT-ARGS.
           MOVE 'Y' TO WS-HISTMAINT-MODE
           MOVE WS-ARG-TOK(2) TO WS-HISTORY-PATH
           MOVE SPACES TO WS-HIST-Q-TRACE

           IF WS-HISTORY-PATH = SPACES
               DISPLAY "Usage: sim histmaint <hist_file> [<trace_file>] "
                       "[TYPE=<type>] [M=<m>] [N=<n>]"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 3 TO WS-OPT-START
           IF WS-ARG-TOK(3) NOT = SPACES
               MOVE 0 TO WS-CFGM-EQ
               INSPECT WS-ARG-TOK(3) TALLYING WS-CFGM-EQ FOR ALL "="
               IF WS-CFGM-EQ = 0
                   MOVE WS-ARG-TOK(3) TO WS-HIST-Q-TRACE
                   MOVE 4 TO WS-OPT-START
               END-IF
           END-IF.

       *> Parses "audittrail <audit_file>", the audit trail inquiry;
       *> FROM=/TO=/KEY= arrive through PARSE-OPTIONS.
       PARSE-ATRQ-ARGS.
           MOVE 'Y' TO WS-ATRQ-MODE
           MOVE WS-ARG-TOK(2) TO WS-ATR-OPT-PATH

           IF WS-ATR-OPT-PATH = SPACES
               DISPLAY "Usage: sim audittrail <audit_file> "
                       "[FROM=<yyyymmdd>] [TO=<yyyymmdd>] [KEY=<key>]"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 3 TO WS-OPT-START.

       *> Parses "reconcile <yyyymmdd> <hist> <csv> <extract>
       *> <joblog>" - "-" for a source the night did not write.
       PARSE-RECON-ARGS.
           MOVE 'Y' TO WS-RECON-MODE
           MOVE SPACES TO WS-HISTORY-PATH WS-CSV-PATH WS-EXTRACT-PATH
                          WS-RCN-LOG-PATH
           MOVE 'N' TO WS-RCN-SRC-USED(1) WS-RCN-SRC-USED(2)
                       WS-RCN-SRC-USED(3) WS-RCN-SRC-USED(4)

           IF WS-ARG-TOK(6) = SPACES
                   OR FUNCTION TRIM(WS-ARG-TOK(2)) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-TOK(2)))
                       NOT = 8
               DISPLAY "Usage: sim reconcile <yyyymmdd> "
                       "<hist_file|-> <csv_file|-> <extract_file|-> "
                       "<joblog_file|->"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-TOK(2)) TO WS-RCN-DATE

           IF WS-ARG-TOK(3) NOT = "-"
               MOVE WS-ARG-TOK(3) TO WS-HISTORY-PATH
               MOVE 'Y' TO WS-RCN-SRC-USED(1)
           END-IF
           IF WS-ARG-TOK(4) NOT = "-"
               MOVE WS-ARG-TOK(4) TO WS-CSV-PATH
               MOVE 'Y' TO WS-RCN-SRC-USED(2)
           END-IF
           IF WS-ARG-TOK(5) NOT = "-"
               MOVE WS-ARG-TOK(5) TO WS-EXTRACT-PATH
               MOVE 'Y' TO WS-RCN-SRC-USED(3)
           END-IF
           IF WS-ARG-TOK(6) NOT = "-"
               MOVE WS-ARG-TOK(6) TO WS-RCN-LOG-PATH
               MOVE 'Y' TO WS-RCN-SRC-USED(4)
           END-IF

           MOVE 0 TO WS-RCN-SOURCES
           PERFORM VARYING WS-RCN-SRC FROM 1 BY 1 UNTIL WS-RCN-SRC > 4
               IF WS-RCN-SRC-USED(WS-RCN-SRC) = 'Y'
                   ADD 1 TO WS-RCN-SOURCES
               END-IF
           END-PERFORM
           IF WS-RCN-SOURCES < 2
               DISPLAY "Error: reconcile needs at least two sources"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 7 TO WS-OPT-START.

       *> Parses "catalog add|list|verify <cat_file> ...", the trace
       *> catalog maintenance forms. For verify, the entry name is
       *> optional - a bare KEY=VALUE token there is an option, not a
                   EXIT PARAGRAPH
           END-EVALUATE.

       *> Parses "slice <cat_file> <name> <in_trace> <out_trace>", the
       *> trace slicing form. The catalog is the one the slice is
       *> registered in and the one a "%<name>" input resolves
       *> through; the input is kept as typed to record as parent.
       PARSE-SLICE-ARGS.
           MOVE 'Y' TO WS-SLICE-MODE
           MOVE WS-ARG-TOK(2) TO WS-CATALOG-PATH
           MOVE WS-ARG-TOK(3) TO WS-SLC-NAME
           MOVE WS-ARG-TOK(4) TO WS-FILENAME
           MOVE WS-ARG-TOK(5) TO WS-SLC-OUT-PATH

           IF WS-CATALOG-PATH = SPACES OR WS-SLC-NAME = SPACES
                   OR WS-FILENAME = SPACES OR WS-SLC-OUT-PATH = SPACES
               DISPLAY "Usage: sim slice <cat_file> <name> "
                       "<in_trace> <out_trace> [options]"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-CATALOG-ENABLED
           MOVE WS-FILENAME TO WS-SLC-PARENT
           MOVE 6 TO WS-OPT-START.

       *> Parses "classify <trace_file>", the static branch profile
       *> form. A "%<name>" trace is remembered by its catalog name
       *> so the class file can be filed next to that entry.
       PARSE-CLASSIFY-ARGS.
           MOVE 'Y' TO WS-CLASSIFY-MODE
           MOVE WS-ARG-TOK(2) TO WS-FILENAME
           MOVE SPACES TO WS-CLS-CATNAME

           IF WS-FILENAME = SPACES OR WS-FILENAME(1:1) = "@"
               DISPLAY "Usage: sim classify <trace_file> [options]"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           IF WS-FILENAME(1:1) = "%"
               MOVE WS-FILENAME(2:) TO WS-CLS-CATNAME
           END-IF

           MOVE 3 TO WS-OPT-START.

       *> Parses "config add|replace|list|delete <cfg_file> ...", the
       *> configuration master maintenance forms. A profile's options
       *> go through PARSE-OPTIONS and the validators like any run's,
       *> so a bad profile is refused before it is filed.
       PARSE-CONFIG-ARGS.
           MOVE 'Y' TO WS-CONFIG-MODE
           MOVE WS-ARG-TOK(2) TO WS-CFGM-ACTION
           MOVE WS-ARG-TOK(3) TO WS-CFGM-PATH
           MOVE WS-ARG-TOK(4) TO WS-CFGM-KEY

           EVALUATE WS-CFGM-ACTION
               WHEN "add"
               WHEN "replace"
                   MOVE WS-ARG-TOK(5) TO WS-CFGM-TYPE
                   IF WS-CFGM-PATH = SPACES OR WS-CFGM-KEY = SPACES
                           OR (WS-CFGM-TYPE NOT = "gshare"
                               AND WS-CFGM-TYPE NOT = "bimodal"
                               AND WS-CFGM-TYPE NOT = "local"
                               AND WS-CFGM-TYPE NOT = "perceptron")
                           OR WS-ARG-TOK(6) = SPACES
                           OR WS-ARG-TOK(7) = SPACES
                           OR FUNCTION TRIM(WS-ARG-TOK(6)) IS NOT NUMERIC
                           OR FUNCTION TRIM(WS-ARG-TOK(7)) IS NOT NUMERIC
                       DISPLAY "Usage: sim config add|replace <cfg_file> "
                               "<name> gshare|bimodal|local|perceptron "
                               "<M> <N> [options]"
                       PERFORM ARG-ABORT
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-CFGM-KEY(1:1) = "@" OR WS-CFGM-KEY(1:1) = "%"
                       DISPLAY "Error: a profile name cannot start "
                               "with @ or %"
                       PERFORM ARG-ABORT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-ARG-TOK(6)) TO M
                   MOVE FUNCTION NUMVAL(WS-ARG-TOK(7)) TO N
                   IF M > 30
                       DISPLAY "Error: Invalid M (0-30)"
                       PERFORM ARG-ABORT
                       EXIT PARAGRAPH
                   END-IF
                   IF N > M
                       DISPLAY "Error: Invalid N (0-M)"
                       PERFORM ARG-ABORT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE M TO WS-CFGM-M
                   MOVE N TO WS-CFGM-N

                   MOVE SPACES TO WS-CFGM-OPTIONS
                   MOVE 1 TO WS-CFGM-PTR
                   MOVE 'N' TO WS-CFGM-OVERFLOW
                   PERFORM VARYING ARG-IDX FROM 8 BY 1
                           UNTIL ARG-IDX > WS-ARG-COUNT
                       IF WS-ARG-TOK(ARG-IDX)(1:1) = "@"
                           DISPLAY "Error: a profile cannot refer to "
                                   "another profile or a list file"
                           PERFORM ARG-ABORT
                           EXIT PARAGRAPH
                       END-IF
                       IF WS-CFGM-PTR > 1
                           STRING " " DELIMITED BY SIZE
                               INTO WS-CFGM-OPTIONS
                               WITH POINTER WS-CFGM-PTR
                               ON OVERFLOW
                                   MOVE 'Y' TO WS-CFGM-OVERFLOW
                           END-STRING
                       END-IF
                       STRING FUNCTION TRIM(WS-ARG-TOK(ARG-IDX))
                               DELIMITED BY SIZE
                           INTO WS-CFGM-OPTIONS
                           WITH POINTER WS-CFGM-PTR
                           ON OVERFLOW
                               MOVE 'Y' TO WS-CFGM-OVERFLOW
                       END-STRING
                   END-PERFORM
                   IF WS-CFGM-OVERFLOW = 'Y'
                       DISPLAY "Error: profile options exceed 200 "
                               "characters"
                       PERFORM ARG-ABORT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 8 TO WS-OPT-START
               WHEN "list"
                   IF WS-CFGM-PATH = SPACES
                       DISPLAY "Usage: sim config list <cfg_file>"
                       PERFORM ARG-ABORT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 4 TO WS-OPT-START
               WHEN "delete"
                   IF WS-CFGM-PATH = SPACES OR WS-CFGM-KEY = SPACES
                       DISPLAY "Usage: sim config delete <cfg_file> "
                               "<name>"
                       PERFORM ARG-ABORT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 5 TO WS-OPT-START
               WHEN OTHER
                   DISPLAY "Usage: sim config add|replace|list|delete "
                           "<cfg_file> ..."
                   PERFORM ARG-ABORT
                   EXIT PARAGRAPH
           END-EVALUATE.

       *> Rewrites WS-CMD-ARGS with every "@cfg:<name>" expanded (see
       *> the configuration master notes in WORKING-STORAGE) and
       *> re-splits it. Tokens without "=" keep their order; the
       *> profiles' options follow them, then the typed options.
       CFGM-EXPAND-COMMAND.
           MOVE 0 TO WS-CFGM-USES
           PERFORM VARYING ARG-IDX FROM 1 BY 1
                   UNTIL ARG-IDX > WS-ARG-COUNT
               IF WS-ARG-TOK(ARG-IDX)(1:5) = "@cfg:"
                   ADD 1 TO WS-CFGM-USES
               END-IF
               IF WS-ARG-TOK(ARG-IDX)(1:7) = "CONFIG="
                   MOVE WS-ARG-TOK(ARG-IDX)(8:) TO WS-CFGM-PATH
               END-IF
           END-PERFORM
           IF WS-CFGM-USES = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-CFGM-PATH = SPACES
               MOVE WS-CFGM-JOB-PATH TO WS-CFGM-PATH
           END-IF
           IF WS-CFGM-PATH = SPACES
               DISPLAY "Error: naming a profile (@cfg:<name>) "
                       "requires CONFIG=<cfg_file>"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONFIG-FILE
           IF WS-CFGM-STATUS NOT = "00"
               MOVE "config" TO WS-FERR-USE
               MOVE WS-CFGM-PATH TO WS-FERR-PATH
               MOVE WS-CFGM-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CFGM-CMD WS-CFGM-OPTS
           MOVE 1 TO WS-CFGM-PTR
           MOVE 1 TO WS-CFGM-OPT-PTR
           MOVE 0 TO WS-CFGM-WORDS
           MOVE 'N' TO WS-CFGM-OVERFLOW

           PERFORM VARYING ARG-IDX FROM 1 BY 1
                   UNTIL ARG-IDX > WS-ARG-COUNT
               MOVE 0 TO WS-CFGM-EQ
               INSPECT WS-ARG-TOK(ARG-IDX) TALLYING WS-CFGM-EQ
                   FOR ALL "="
               EVALUATE TRUE
                   WHEN WS-ARG-TOK(ARG-IDX)(1:5) = "@cfg:"
                       PERFORM CFGM-EXPAND-TOKEN
                       IF STEP-ABORTED
                           CLOSE CONFIG-FILE
                           EXIT PARAGRAPH
                       END-IF
                   WHEN WS-CFGM-EQ = 0
                       MOVE WS-ARG-TOK(ARG-IDX) TO WS-CFGM-WORD
                       PERFORM CFGM-EMIT-WORD
               END-EVALUATE
           END-PERFORM

           CLOSE CONFIG-FILE

           PERFORM VARYING ARG-IDX FROM 1 BY 1
                   UNTIL ARG-IDX > WS-ARG-COUNT
               MOVE 0 TO WS-CFGM-EQ
               INSPECT WS-ARG-TOK(ARG-IDX) TALLYING WS-CFGM-EQ
                   FOR ALL "="
               IF WS-CFGM-EQ > 0
                   MOVE WS-ARG-TOK(ARG-IDX) TO WS-CFGM-WORD
                   PERFORM CFGM-EMIT-OPT
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CMD-ARGS
           STRING WS-CFGM-CMD DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-CFGM-OPTS DELIMITED BY "  "
               INTO WS-CMD-ARGS
               ON OVERFLOW
                   MOVE 'Y' TO WS-CFGM-OVERFLOW
           END-STRING

           IF WS-CFGM-OVERFLOW = 'Y' OR WS-CFGM-WORDS > 20
               DISPLAY "Error: command with its profile options "
                       "expanded exceeds 20 words or 300 characters"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "profile expanded: " FUNCTION TRIM(WS-CMD-ARGS)
           PERFORM SPLIT-ARGS.

       CFGM-EXPAND-TOKEN.
           MOVE WS-ARG-TOK(ARG-IDX)(6:) TO CM-NAME
           READ CONFIG-FILE
               INVALID KEY
                   DISPLAY "Error: no configuration profile named "
                           FUNCTION TRIM(WS-ARG-TOK(ARG-IDX)(6:))
                           " in " FUNCTION TRIM(WS-CFGM-PATH)
                   PERFORM ARG-ABORT
                   EXIT PARAGRAPH
           END-READ

           *> Compare's side A profile lands in token 2, side B's
           *> after A's three predictor words.
           IF WS-ARG-TOK(1) = "compare"
               IF WS-CFGM-WORDS < 4
                   MOVE 1 TO WS-CFGM-SIDE
               ELSE
                   MOVE 2 TO WS-CFGM-SIDE
               END-IF
               MOVE CM-NAME TO WS-CFGM-SIDE-NAME(WS-CFGM-SIDE)
           ELSE
               MOVE 0 TO WS-CFGM-SIDE
               MOVE CM-NAME TO WS-CFGM-NAME
           END-IF

           MOVE CM-TYPE TO WS-CFGM-WORD
           PERFORM CFGM-EMIT-WORD
           IF WS-ARG-TOK(1) NOT = "batch"
               MOVE CM-M TO DISP-CFGM-M
               MOVE DISP-CFGM-M TO WS-CFGM-WORD
               PERFORM CFGM-EMIT-WORD
               MOVE CM-N TO DISP-CFGM-N
               MOVE DISP-CFGM-N TO WS-CFGM-WORD
               PERFORM CFGM-EMIT-WORD
           END-IF

           MOVE 1 TO WS-CFGM-SCAN
           PERFORM UNTIL WS-CFGM-SCAN > LENGTH OF CM-OPTIONS
               MOVE SPACES TO WS-CFGM-WORD
               UNSTRING CM-OPTIONS DELIMITED BY ALL SPACE
                   INTO WS-CFGM-WORD
                   WITH POINTER WS-CFGM-SCAN
               END-UNSTRING
               IF WS-CFGM-WORD = SPACES
                   EXIT PERFORM
               END-IF
               IF WS-CFGM-SIDE > 0 AND WS-CFGM-WORD(1:7) = "CWIDTH="
                   MOVE WS-CFGM-WORD(8:) TO WS-CFGM-HOLD
                   IF WS-CFGM-SIDE = 1
                       STRING "CWIDTHA=" WS-CFGM-HOLD DELIMITED BY SIZE
                           INTO WS-CFGM-WORD
                       END-STRING
                   ELSE
                       STRING "CWIDTHB=" WS-CFGM-HOLD DELIMITED BY SIZE
                           INTO WS-CFGM-WORD
                       END-STRING
                   END-IF
               END-IF
               PERFORM CFGM-EMIT-OPT
           END-PERFORM.

       CFGM-EMIT-WORD.
           STRING FUNCTION TRIM(WS-CFGM-WORD) " " DELIMITED BY SIZE
               INTO WS-CFGM-CMD WITH POINTER WS-CFGM-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-CFGM-OVERFLOW
           END-STRING
           ADD 1 TO WS-CFGM-WORDS.

       CFGM-EMIT-OPT.
           STRING FUNCTION TRIM(WS-CFGM-WORD) " " DELIMITED BY SIZE
               INTO WS-CFGM-OPTS WITH POINTER WS-CFGM-OPT-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-CFGM-OVERFLOW
           END-STRING
           ADD 1 TO WS-CFGM-WORDS.

       *> Parses "compare <typeA> <Ma> <Na> <typeB> <Mb> <Nb> <trace>",
       *> the single-pass A/B form of the command line. Each side gets
       *> the same validation a single run's type/M/N would get.
       PARSE-COMPARE-ARGS.
           MOVE 'Y' TO WS-CMP-ENABLED

           MOVE WS-ARG-TOK(2) TO CFG-TYPE(1)
           MOVE FUNCTION NUMVAL(WS-ARG-TOK(3)) TO CFG-M(1)
           MOVE FUNCTION NUMVAL(WS-ARG-TOK(4)) TO CFG-N(1)
           MOVE WS-ARG-TOK(5) TO CFG-TYPE(2)
           MOVE FUNCTION NUMVAL(WS-ARG-TOK(6)) TO CFG-M(2)
           MOVE FUNCTION NUMVAL(WS-ARG-TOK(7)) TO CFG-N(2)
           MOVE WS-ARG-TOK(8) TO WS-FILENAME

           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1 UNTIL WS-CMP-IDX > 2
               IF CFG-TYPE(WS-CMP-IDX) NOT = "gshare"
                       AND CFG-TYPE(WS-CMP-IDX) NOT = "bimodal"
                       AND CFG-TYPE(WS-CMP-IDX) NOT = "local"
                       AND CFG-TYPE(WS-CMP-IDX) NOT = "perceptron"
                   DISPLAY "Usage: sim compare gshare|bimodal|local|perceptron"
                           " <Ma> <Na> gshare|bimodal|local|perceptron"
                           " <Mb> <Nb> <Trace_File> [options]"
                   PERFORM ARG-ABORT
                   EXIT PARAGRAPH
               END-IF

               IF CFG-M(WS-CMP-IDX) < 0 OR CFG-M(WS-CMP-IDX) > 30
                   DISPLAY "Error: Invalid M (0-30)"
                   PERFORM ARG-ABORT
                   EXIT PARAGRAPH
               END-IF

               IF CFG-N(WS-CMP-IDX) < 0
                       OR CFG-N(WS-CMP-IDX) > CFG-M(WS-CMP-IDX)
                   DISPLAY "Error: Invalid N (0-M)"
                   PERFORM ARG-ABORT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-FILENAME = SPACES
               DISPLAY "Usage: sim compare gshare|bimodal|local|perceptron"
                       " <Ma> <Na> gshare|bimodal|local|perceptron"
                       " <Mb> <Nb> <Trace_File> [options]"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF
           IF WS-BATCH-TYPE NOT = "gshare"
                   AND WS-BATCH-TYPE NOT = "bimodal"
                   AND WS-BATCH-TYPE NOT = "local"
                   AND WS-BATCH-TYPE NOT = "perceptron"
               DISPLAY "Usage: sim batch gshare|bimodal|local|perceptron "
                       "<Mlo> <Mhi> <Nlo> <Nhi> <Trace_File> [options]"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF
                           WHEN "CSV"
                               MOVE WS-OPT-VAL TO WS-CSV-PATH
                               MOVE 'Y' TO WS-CSV-ENABLED
                           WHEN "CSVKEEP"
                               PERFORM PARSE-GEN-KEEP
                               MOVE WS-GEN-KEEP TO WS-CSV-KEEP
                           WHEN "EVENTLOGKEEP"
                               PERFORM PARSE-GEN-KEEP
                               MOVE WS-GEN-KEEP TO WS-EVENTLOG-KEEP
                           WHEN "EXTRACTKEEP"
                               PERFORM PARSE-GEN-KEEP
                               MOVE WS-GEN-KEEP TO WS-EXTRACT-KEEP
                           WHEN "JOBLOGKEEP"
                               PERFORM PARSE-GEN-KEEP
                               MOVE WS-GEN-KEEP TO WS-JOBLOG-KEEP
                           WHEN "WARMUP"
                               MOVE FUNCTION NUMVAL(WS-OPT-VAL)
                                   TO WS-WARMUP-COUNT
                                   PERFORM ARG-ABORT
                                   EXIT PARAGRAPH
                               END-IF
                           WHEN "SWEEP"
                               EVALUATE WS-OPT-VAL
                                   WHEN "ONEPASS"
                                       SET IS-SWEEP-ONEPASS TO TRUE
                                   WHEN "LOOP"
                                       MOVE 'L' TO WS-SWEEP-MODE
                                   WHEN OTHER
                                       DISPLAY "Error: Invalid SWEEP "
                                               "(ONEPASS|LOOP)"
                                       PERFORM ARG-ABORT
                                       EXIT PARAGRAPH
                               END-EVALUATE
                           WHEN "BUDGET"
                               MOVE FUNCTION NUMVAL(WS-OPT-VAL)
                                   TO WS-SWP-BUDGET-MB
                               IF WS-SWP-BUDGET-MB < 1
                                   DISPLAY "Error: Invalid BUDGET "
                                           "(1 or more MB)"
                                   PERFORM ARG-ABORT
                                   EXIT PARAGRAPH
                               END-IF
                           WHEN "SAMPLE"
                               MOVE FUNCTION NUMVAL(WS-OPT-VAL)
                                   TO WS-SMP-EVERY
                               IF WS-SMP-EVERY < 2
                                   DISPLAY "Error: Invalid SAMPLE "
                                           "(2 or more)"
                                   PERFORM ARG-ABORT
                                   EXIT PARAGRAPH
                               END-IF
                               MOVE 'Y' TO WS-SMP-ENABLED
                           WHEN "SAMPLEWIN"
                               MOVE FUNCTION NUMVAL(WS-OPT-VAL)
                                   TO WS-SMP-WIN
                               IF WS-SMP-WIN < 1
                                   DISPLAY "Error: Invalid SAMPLEWIN "
                                           "(1 or more)"
                                   PERFORM ARG-ABORT
                                   EXIT PARAGRAPH
                               END-IF
                           WHEN "SAMPLEWARM"
                               MOVE FUNCTION NUMVAL(WS-OPT-VAL)
                                   TO WS-SMP-WARM
                               MOVE 'Y' TO WS-SMP-WARM-SET
                           WHEN "PTABLE"
                               MOVE FUNCTION NUMVAL(WS-OPT-VAL)
                                   TO WS-PCP-TABLE-OPT
                               IF WS-PCP-TABLE-OPT < 1
                                   DISPLAY "Error: Invalid PTABLE "
                                           "(1 or more rows)"
                                   PERFORM ARG-ABORT
                                   EXIT PARAGRAPH
                               END-IF
                               *> Filed as log2 of the rows in the M
                               *> slot, so it must be a power of two.
                               MOVE 0 TO WS-PCP-TABLE-LOG2
                               PERFORM UNTIL 2 ** WS-PCP-TABLE-LOG2
                                       >= WS-PCP-TABLE-OPT
                                   ADD 1 TO WS-PCP-TABLE-LOG2
                               END-PERFORM
                               IF 2 ** WS-PCP-TABLE-LOG2
                                       NOT = WS-PCP-TABLE-OPT
                                   DISPLAY "Error: Invalid PTABLE "
                                           "(a power of two)"
                                   PERFORM ARG-ABORT
                                   EXIT PARAGRAPH
                               END-IF
                           WHEN "PHIST"
                               MOVE FUNCTION NUMVAL(WS-OPT-VAL)
                                   TO WS-PCP-HIST-OPT
                               IF WS-PCP-HIST-OPT < 1
                                       OR WS-PCP-HIST-OPT > 56
                                   DISPLAY "Error: Invalid PHIST "
                                           "(1-56)"
                                   PERFORM ARG-ABORT
                                   EXIT PARAGRAPH
                               END-IF
                           WHEN "PWBITS"
                               MOVE FUNCTION NUMVAL(WS-OPT-VAL)
                                   TO WS-PCP-WBITS
                               IF WS-PCP-WBITS < 2 OR WS-PCP-WBITS > 14
                                   DISPLAY "Error: Invalid PWBITS "
                                           "(2-14)"
                                   PERFORM ARG-ABORT
                                   EXIT PARAGRAPH
                               END-IF
                           WHEN "HISTORY"
                               MOVE WS-OPT-VAL TO WS-HISTORY-PATH
                               MOVE 'Y' TO WS-HISTORY-ENABLED
                           WHEN "CATALOG"
                               MOVE WS-OPT-VAL TO WS-CATALOG-PATH
                               MOVE 'Y' TO WS-CATALOG-ENABLED
                           WHEN "LINES"
                               MOVE SPACES TO WS-SLC-TOK1 WS-SLC-TOK2
                               UNSTRING WS-OPT-VAL DELIMITED BY "-"
                                   INTO WS-SLC-TOK1 WS-SLC-TOK2
                               END-UNSTRING
                               IF (WS-SLC-TOK1 NOT = SPACES AND
                                   FUNCTION TRIM(WS-SLC-TOK1)
                                       IS NOT NUMERIC)
                                  OR (WS-SLC-TOK2 NOT = SPACES AND
                                   FUNCTION TRIM(WS-SLC-TOK2)
                                       IS NOT NUMERIC)
                                   DISPLAY "Error: Invalid LINES "
                                           "(<from>-<to>)"
                                   PERFORM ARG-ABORT
                                   EXIT PARAGRAPH
                               END-IF
                               IF WS-SLC-TOK1 NOT = SPACES
                                   MOVE FUNCTION NUMVAL(WS-SLC-TOK1)
                                       TO SLC-LINE-LO
                               END-IF
                               IF WS-SLC-TOK2 NOT = SPACES
                                   MOVE FUNCTION NUMVAL(WS-SLC-TOK2)
                                       TO SLC-LINE-HI
                               END-IF
                               IF SLC-LINE-LO < 1
                                   MOVE 1 TO SLC-LINE-LO
                               END-IF
                           WHEN "PCRANGE"
                               MOVE SPACES TO WS-SLC-TOK1 WS-SLC-TOK2
                               UNSTRING WS-OPT-VAL DELIMITED BY "-"
                                   INTO WS-SLC-TOK1 WS-SLC-TOK2
                               END-UNSTRING
                               IF WS-SLC-TOK1 NOT = SPACES
                                   MOVE WS-SLC-TOK1 TO WS-PC-HEX
                                   PERFORM HEX-TO-INT
                                   IF WS-HEX-ERROR = 'Y'
                                       DISPLAY "Error: Invalid PCRANGE "
                                               "(<lo_hex>-<hi_hex>)"
                                       PERFORM ARG-ABORT
                                       EXIT PARAGRAPH
                                   END-IF
                                   MOVE PC-VAL TO SLC-PC-LO
                               END-IF
                               IF WS-SLC-TOK2 NOT = SPACES
                                   MOVE WS-SLC-TOK2 TO WS-PC-HEX
                                   PERFORM HEX-TO-INT
                                   IF WS-HEX-ERROR = 'Y'
                                       DISPLAY "Error: Invalid PCRANGE "
                                               "(<lo_hex>-<hi_hex>)"
                                       PERFORM ARG-ABORT
                                       EXIT PARAGRAPH
                                   END-IF
                                   MOVE PC-VAL TO SLC-PC-HI
                               END-IF
                           WHEN "BTYPE"
                               IF WS-OPT-VAL(2:) = SPACES
                                   AND (WS-OPT-VAL(1:1) = 'c' OR 'C'
                                        OR 'k' OR 'K' OR 'r' OR 'R'
                                        OR 'i' OR 'I')
                                   MOVE FUNCTION UPPER-CASE
                                       (WS-OPT-VAL(1:1)) TO WS-SLC-BTYPE
                               ELSE
                                   DISPLAY "Error: Invalid BTYPE "
                                           "(c|k|r|i)"
                                   PERFORM ARG-ABORT
                                   EXIT PARAGRAPH
                               END-IF
                           WHEN "FIRST"
                               MOVE FUNCTION NUMVAL(WS-OPT-VAL)
                                   TO SLC-FIRST
                               IF SLC-FIRST < 1
                                   DISPLAY "Error: Invalid FIRST "
                                           "(1 or more)"
                                   PERFORM ARG-ABORT
                                   EXIT PARAGRAPH
                               END-IF
                           WHEN "CONFIG"
                               MOVE WS-OPT-VAL TO WS-CFGM-PATH
                           WHEN "AUDITLOG"
                               MOVE WS-OPT-VAL TO WS-ATR-OPT-PATH
                           WHEN "KEY"
                               MOVE WS-OPT-VAL TO WS-ATRQ-KEY
                           WHEN "PROFILE"
                               MOVE WS-OPT-VAL TO WS-HIST-FILT-PROF
                           WHEN "WEIGHT"
                               MOVE 0 TO WS-CAT-WEIGHT
                               IF FUNCTION TEST-NUMVAL(WS-OPT-VAL) = 0
                                   IF FUNCTION NUMVAL(WS-OPT-VAL) > 0
                                           AND FUNCTION NUMVAL(WS-OPT-VAL)
                                               < 100000
                                       MOVE FUNCTION NUMVAL(WS-OPT-VAL)
                                           TO WS-CAT-WEIGHT
                                   END-IF
                               END-IF
                               IF WS-CAT-WEIGHT <= 0
                                   DISPLAY "Error: Invalid WEIGHT "
                                           "(over 0, under 100000)"
                                   PERFORM ARG-ABORT
                                   EXIT PARAGRAPH
                               END-IF
                           WHEN "RANK"
                               IF WS-OPT-VAL = "SUITE"
                                       OR WS-OPT-VAL = "GEOMEAN"
                                   MOVE WS-OPT-VAL TO WS-ANA-RANK
                               ELSE
                                   DISPLAY "Error: Invalid RANK "
                                           "(SUITE|GEOMEAN)"
                                   PERFORM ARG-ABORT
                                   EXIT PARAGRAPH
                               END-IF
                           WHEN "CLASSFILE"
                               MOVE WS-OPT-VAL TO WS-CLS-PATH
                               MOVE 'Y' TO WS-CLS-ENABLED
                           WHEN "BIAS"
                               IF FUNCTION TEST-NUMVAL(WS-OPT-VAL) = 0
                                   MOVE FUNCTION NUMVAL(WS-OPT-VAL)
                                       TO WS-CLS-BIAS
                               ELSE
                                   MOVE 0 TO WS-CLS-BIAS
                               END-IF
                               IF WS-CLS-BIAS <= 0.5 OR WS-CLS-BIAS > 1
                                   DISPLAY "Error: Invalid BIAS "
                                           "(over 0.5, up to 1)"
                                   PERFORM ARG-ABORT
                                   EXIT PARAGRAPH
                               END-IF
                           WHEN "OUTFORMAT"
                               IF WS-OPT-VAL = "TEXT" OR WS-OPT-VAL = "BIN"
                                   MOVE WS-OPT-VAL TO WS-SLC-OUT-FMT
                               ELSE
                                   DISPLAY "Error: Invalid OUTFORMAT "
                                           "(TEXT|BIN)"
                                   PERFORM ARG-ABORT
                                   EXIT PARAGRAPH
                               END-IF
                           WHEN "HISTRETRY"
                               MOVE FUNCTION NUMVAL(WS-OPT-VAL)
                                   TO WS-HIST-RETRY-MAX
           END-PERFORM.

       INIT-PREDICTOR.
           IF WS-TYPE = "perceptron"
               PERFORM INIT-PERCEPTRON
           ELSE
               PERFORM INIT-PHT
           END-IF

           MOVE 0 TO GHR

           IF WS-TYPE = "local"
               PERFORM INIT-BHT
           END-IF

           IF WS-BTB-SETS > 0
               INITIALIZE BTB-TABLE
               MOVE 0 TO WS-BTB-CLOCK
           END-IF

           IF IS-SNAPSHOT-ENABLED
               PERFORM LOAD-SNAPSHOT
           END-IF.

       *> Allocates the saturating-counter PHT and sets every counter
       *> to the weakly-taken threshold value.
       INIT-PHT.
           COMPUTE PHT-SIZE = 2 ** M
           COMPUTE WS-COUNTER-MAX = (2 ** WS-COUNTER-BITS) - 1
           COMPUTE WS-COUNTER-THRESHOLD = 2 ** (WS-COUNTER-BITS - 1)
                   UNTIL PHT-ENTRY-IX > PHT-SIZE
               MOVE WS-COUNTER-THRESHOLD TO PHT-NEW-VAL
               PERFORM SET-PHT-COUNTER
           END-PERFORM.

       *> Allocates the perceptron weight table in the PHT's place.
       *> INITIALIZED leaves every weight zero - no opinion yet, and a
       *> zero output predicts taken.
       INIT-PERCEPTRON.
           IF WS-PCP-TABLE-OPT > 0
               MOVE WS-PCP-TABLE-OPT TO PHT-SIZE
           ELSE
               COMPUTE PHT-SIZE = 2 ** M
           END-IF
           IF WS-PCP-HIST-OPT > 0
               MOVE WS-PCP-HIST-OPT TO PCP-HIST
           ELSE
               MOVE N TO PCP-HIST
           END-IF
           PERFORM PCP-SET-GEOMETRY

           ALLOCATE WS-PHT-BYTES CHARACTERS INITIALIZED
               RETURNING PHT-PTR

           IF PHT-PTR = NULL
               DISPLAY "Error: Memory Allocation Failed"
               MOVE 1 TO RETURN-CODE
               PERFORM JOBLOG-FINAL
               STOP RUN 1
           END-IF

           SET ADDRESS OF PHT-MEM TO PHT-PTR
           SET ADDRESS OF PCP-MEM TO PHT-PTR.

       *> Table geometry and training constants from PHT-SIZE (rows),
       *> PCP-HIST and PWBITS - shared by the initial allocation and
       *> compare mode's per-branch config swap.
       PCP-SET-GEOMETRY.
           COMPUTE PCP-WEIGHTS = PHT-SIZE * (PCP-HIST + 1)
           COMPUTE WS-PHT-BYTES = PCP-WEIGHTS * 2
           COMPUTE PCP-THETA = (1.93 * PCP-HIST) + 14
           COMPUTE PCP-WMAX = (2 ** (WS-PCP-WBITS - 1)) - 1
           COMPUTE PCP-WMIN = 0 - (2 ** (WS-PCP-WBITS - 1)).

       *> Allocates and zeroes the local predictor's branch history
       *> table - every branch starts with an all-not-taken history.

           IF WS-SNAP-TYPE-STAMP NOT = WS-TYPE
               DISPLAY "Warning: snapshot predictor type does not match "
                       "gshare|bimodal|local|perceptron - starting cold"
               CLOSE SNAPSHOT-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-SNAP-SIZE-STAMP NOT = PHT-SIZE
               IF WS-TYPE = "perceptron"
                   DISPLAY "Warning: snapshot weight table rows do not "
                           "match PTABLE - starting cold"
               ELSE
                   DISPLAY "Warning: snapshot PHT size does not match "
                           "M - starting cold"
               END-IF
               CLOSE SNAPSHOT-FILE
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF

           *> A perceptron snapshot carries its weight width in the
           *> counter-width slot and its history length in the BHT slot.
           IF WS-TYPE = "perceptron"
               IF WS-SNAP-CWIDTH-STAMP NOT = WS-PCP-WBITS
                   DISPLAY "Warning: snapshot weight width does not "
                           "match PWBITS - starting cold"
                   CLOSE SNAPSHOT-FILE
                   EXIT PARAGRAPH
               END-IF
               IF WS-SNAP-BHT-STAMP NOT = PCP-HIST
                   DISPLAY "Warning: snapshot history length does not "
                           "match PHIST - starting cold"
                   CLOSE SNAPSHOT-FILE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-SNAP-CWIDTH-STAMP NOT = WS-COUNTER-BITS
                   DISPLAY "Warning: snapshot counter width does not "
                           "match CWIDTH - starting cold"
                   CLOSE SNAPSHOT-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-TYPE = "local"
           MOVE WS-TYPE TO WS-SNAP-TYPE-STAMP
           MOVE PHT-SIZE TO WS-SNAP-SIZE-STR
           MOVE N TO WS-SNAP-N-STR
           MOVE GHR TO WS-SNAP-GHR-STR
           EVALUATE WS-TYPE
               WHEN "local"
                   MOVE WS-COUNTER-BITS TO WS-SNAP-CWIDTH-STR
                   MOVE WS-BHT-BITS TO WS-SNAP-BHT-STR
               WHEN "perceptron"
                   MOVE WS-PCP-WBITS TO WS-SNAP-CWIDTH-STR
                   MOVE PCP-HIST TO WS-SNAP-BHT-STR
               WHEN OTHER
                   MOVE WS-COUNTER-BITS TO WS-SNAP-CWIDTH-STR
                   MOVE 0 TO WS-SNAP-BHT-STR
           END-EVALUATE
           MOVE SPACES TO WS-SNAP-HEADER
           STRING FUNCTION TRIM(WS-SNAP-TYPE-STAMP) " "
                  FUNCTION TRIM(WS-SNAP-SIZE-STR) " "
           MOVE SPACES TO WS-CKPT-LINE
           MOVE PHT-SIZE TO WS-CKPT-F1
           MOVE N TO WS-CKPT-F2
           EVALUATE WS-TYPE
               WHEN "local"
                   MOVE WS-COUNTER-BITS TO WS-CKPT-F3
                   MOVE WS-BHT-BITS TO WS-CKPT-F4
               WHEN "perceptron"
                   MOVE WS-PCP-WBITS TO WS-CKPT-F3
                   MOVE PCP-HIST TO WS-CKPT-F4
               WHEN OTHER
                   MOVE WS-COUNTER-BITS TO WS-CKPT-F3
                   MOVE 0 TO WS-CKPT-F4
           END-EVALUATE
           MOVE WS-WARMUP-COUNT TO WS-CKPT-F5
           STRING "CKPT3 "                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TYPE)  DELIMITED BY SIZE
                    WS-CKPT-F5 WS-CKPT-F6 WS-CKPT-F7 WS-CKPT-F8
           END-UNSTRING

           IF WS-TYPE = "perceptron"
               MOVE WS-PCP-WBITS TO WS-CKPT-WIDTH
           ELSE
               MOVE WS-COUNTER-BITS TO WS-CKPT-WIDTH
           END-IF
           IF WS-CKPT-F1 NOT = "CKPT3"
                   OR WS-CKPT-F2 NOT = WS-TYPE
                   OR FUNCTION NUMVAL(WS-CKPT-F3) NOT = PHT-SIZE
                   OR FUNCTION NUMVAL(WS-CKPT-F4) NOT = N
                   OR FUNCTION NUMVAL(WS-CKPT-F5) NOT = WS-CKPT-WIDTH
               DISPLAY "Error: checkpoint configuration does not match "
                       "this run - refusing to restart"
               CLOSE CKPT-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-TYPE = "perceptron"
                   AND FUNCTION NUMVAL(WS-CKPT-F6) NOT = PCP-HIST
               DISPLAY "Error: checkpoint history length does not "
                       "match PHIST - refusing to restart"
               CLOSE CKPT-FILE
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           *> The saved line position only means something against the
           *> same representation of the trace - a text line count is
           *> not a binary record count.
           END-IF.

       SCORE-BRANCH.
           EVALUATE TRUE
               WHEN IS-CMP-ENABLED
                   PERFORM CMP-PROCESS-BRANCH
               WHEN IS-SWP-ACTIVE
                   PERFORM SWP-PROCESS-BRANCH
               WHEN OTHER
                   PERFORM PROCESS-BRANCH
           END-EVALUATE.

       *> Parses one text trace line from WS-LINE into PC-VAL and
       *> ACTUAL-TAKEN, setting WS-PARSE-RESULT. Shared by the normal
           *> but are excluded from the reported misprediction rate.
           ADD 1 TO WS-SEEN-BRANCHES

           IF IS-SAMPLING
               PERFORM SMP-CLASSIFY-BRANCH
               IF SMP-IN-SKIP
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM PREDICT-AND-UPDATE

           IF WS-BTB-SETS > 0 AND WS-HAS-TARGET = 'Y'
           END-IF

           IF WS-SEEN-BRANCHES > WS-WARMUP-COUNT
                   AND NOT (IS-SAMPLING AND SMP-IN-WARM)
               IF PRED-TAKEN NOT = ACTUAL-TAKEN
                   ADD 1 TO MISPREDICTIONS
                   ADD 1 TO WS-WINDOW-MISP
               IF WS-WINDOW-SIZE > 0 AND WS-WINDOW-BRANCHES >= WS-WINDOW-SIZE
                   PERFORM DISPLAY-WINDOW-STATS
               END-IF
           END-IF

           IF IS-SAMPLING AND SMP-OFFSET = SMP-PERIOD - 1
               PERFORM SMP-CLOSE-WINDOW
           END-IF.

       *> Places the branch just counted in WS-SEEN-BRANCHES in its
       *> sampling phase - scored window, warm-up ahead of it, or
       *> skipped - and keeps the whole-trace figures the estimate is
       *> scaled to. Instruction counts are taken here for every
       *> branch PROCESS-BRANCH will not score itself, so the cost
       *> model's denominator still covers the whole trace.
       SMP-CLASSIFY-BRANCH.
           COMPUTE SMP-OFFSET =
               FUNCTION MOD(WS-SEEN-BRANCHES - 1, SMP-PERIOD)

           EVALUATE TRUE
               WHEN SMP-OFFSET >= SMP-MEAS-START
                   SET SMP-IN-MEAS TO TRUE
                   IF SMP-OFFSET = SMP-MEAS-START
                       MOVE TOTAL-BRANCHES TO SMP-WIN-START-BR
                       MOVE MISPREDICTIONS TO SMP-WIN-START-MISP
                       MOVE 'Y' TO SMP-WIN-OPEN
                   END-IF
               WHEN SMP-OFFSET >= SMP-WARM-START
                   SET SMP-IN-WARM TO TRUE
               WHEN OTHER
                   SET SMP-IN-SKIP TO TRUE
           END-EVALUATE

           IF NOT SMP-IN-SKIP
               ADD 1 TO SMP-SIMULATED
           END-IF

           IF WS-SEEN-BRANCHES > WS-WARMUP-COUNT
               ADD 1 TO SMP-ELIGIBLE
               IF NOT SMP-IN-MEAS AND WS-LINE-ICNT > 0
                   ADD WS-LINE-ICNT TO WS-INSTR-COUNT
                   ADD 1 TO WS-INSTR-BRANCHES
               END-IF
           END-IF.

       *> One scored window's rate into the running sums the interval
       *> is taken from. A window that fell wholly inside WARMUP
       *> scored nothing and does not count.
       SMP-CLOSE-WINDOW.
           MOVE 'N' TO SMP-WIN-OPEN
           COMPUTE SMP-WIN-BR = TOTAL-BRANCHES - SMP-WIN-START-BR
           IF SMP-WIN-BR = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE SMP-WIN-RATE ROUNDED =
               (MISPREDICTIONS - SMP-WIN-START-MISP) / SMP-WIN-BR
           ADD 1 TO SMP-WIN-COUNT
           ADD SMP-WIN-RATE TO SMP-SUM-RATE
           COMPUTE SMP-SUM-SQ = SMP-SUM-SQ + SMP-WIN-RATE * SMP-WIN-RATE.

       *> End of a sampled trace: scales the scored mispredictions up
       *> to every branch past WARMUP, so TOTAL-BRANCHES/MISPREDICTIONS
       *> carry the estimate into the report, the TOTAL line and every
       *> output file exactly as a full run's figures would travel.
       SMP-EXTRAPOLATE.
           IF SMP-WIN-OPEN = 'Y'
               PERFORM SMP-CLOSE-WINDOW
           END-IF

           MOVE WS-SEEN-BRANCHES TO SMP-SEEN
           MOVE TOTAL-BRANCHES TO SMP-MEAS-BR
           MOVE MISPREDICTIONS TO SMP-MEAS-MISP

           IF SMP-MEAS-BR > 0
               MOVE SMP-ELIGIBLE TO TOTAL-BRANCHES
               COMPUTE MISPREDICTIONS ROUNDED =
                   SMP-MEAS-MISP * SMP-ELIGIBLE / SMP-MEAS-BR
           ELSE
               IF SMP-ELIGIBLE > 0
                   DISPLAY "Warning: no sampled window was scored in "
                           FUNCTION TRIM(WS-CUR-TRACE)
                           " - trace shorter than SAMPLE x SAMPLEWIN"
                           " past WARMUP"
               END-IF
           END-IF

           PERFORM SMP-COMPUTE-FIGURES.

       *> Fraction of the branches read that went through the
       *> predictor, and the 95% interval half-width on the rate from
       *> the sample variance of the window rates. One window gives
       *> no spread to measure - the interval is left at zero.
       SMP-COMPUTE-FIGURES.
           IF SMP-SEEN > 0
               COMPUTE SMP-FRACTION ROUNDED = SMP-SIMULATED / SMP-SEEN
           ELSE
               MOVE 0 TO SMP-FRACTION
           END-IF

           MOVE 0 TO SMP-CI95
           IF SMP-WIN-COUNT > 1
               COMPUTE SMP-VARIANCE ROUNDED =
                   (SMP-SUM-SQ
                    - SMP-SUM-RATE * SMP-SUM-RATE / SMP-WIN-COUNT)
                   / (SMP-WIN-COUNT - 1)
               IF SMP-VARIANCE > 0
                   COMPUTE SMP-CI95 ROUNDED =
                       1.96 * FUNCTION SQRT(SMP-VARIANCE / SMP-WIN-COUNT)
               END-IF
           END-IF.

       *> Companion line to the rate line for a sampled result -
       *> COMPUTE-COST-MODEL has already set the instruction estimate,
       *> so MPKI is reported whether or not PENALTY= is in play.
       DISPLAY-SAMPLE-STATS.
           IF WS-EST-INSTR > 0
               COMPUTE SMP-MPKI ROUNDED =
                   MISPREDICTIONS * 1000 / WS-EST-INSTR
               COMPUTE SMP-MPKI-CI ROUNDED =
                   SMP-CI95 * TOTAL-BRANCHES * 1000 / WS-EST-INSTR
           ELSE
               MOVE 0 TO SMP-MPKI
               MOVE 0 TO SMP-MPKI-CI
           END-IF

           MOVE SMP-WIN-COUNT TO DISP-SMP-CNT
           MOVE SMP-FRACTION TO DISPLAY-SMP-FRACT
           MOVE SMP-CI95 TO DISPLAY-SMP-CI
           MOVE SMP-MPKI TO DISPLAY-MPKI
           MOVE SMP-MPKI-CI TO DISPLAY-SMP-MPKI-CI

           DISPLAY "sampled windows=" FUNCTION TRIM(DISP-SMP-CNT)
                   " simulated=" DISPLAY-SMP-FRACT
                   " rate_ci95=+/-" FUNCTION TRIM(DISPLAY-SMP-CI)
                   " mpki=" FUNCTION TRIM(DISPLAY-MPKI)
                   " mpki_ci95=+/-" FUNCTION TRIM(DISPLAY-SMP-MPKI-CI).

       *> The predictor core: index the PHT from PC-VAL (and GHR for
       *> gshare), set PRED-TAKEN, then train the counter and history
       *> on ACTUAL-TAKEN. No statistics are touched here - compare
           *> prediction was made, so hold it before the update below.
           MOVE GHR TO WS-GHR-AT-PRED

           IF WS-TYPE = "perceptron"
               PERFORM PCP-PREDICT-AND-UPDATE
               EXIT PARAGRAPH
           END-IF

           *> --- Index Calculation ---
           *> PC Index = (PC / 4)
           COMPUTE PC-INDEX = PC-VAL / 4
               END-IF
           END-IF.

       *> Perceptron core - PREDICT-AND-UPDATE's counterpart for the
       *> weight table. GHR bit i (lowest bit oldest) is input x(i),
       *> +1 when that branch was taken and -1 when not. INDEX-VAL is
       *> left holding the 1-based row and COUNTER-VAL the predicted
       *> direction, so the event log still has an index and a
       *> "counter" column to write.
       PCP-PREDICT-AND-UPDATE.
           COMPUTE PCP-ROW = FUNCTION MOD(PC-VAL / 4, PHT-SIZE)
           COMPUTE PCP-BASE = PCP-ROW * (PCP-HIST + 1)
           COMPUTE INDEX-VAL = PCP-ROW + 1

           *> --- Prediction ---
           MOVE PCP-WEIGHT(PCP-BASE + 1) TO PCP-SUM
           MOVE GHR TO PCP-HBITS
           PERFORM VARYING PCP-IX FROM 1 BY 1 UNTIL PCP-IX > PCP-HIST
               COMPUTE PCP-WIX = PCP-BASE + 1 + PCP-IX
               IF FUNCTION MOD(PCP-HBITS, 2) = 1
                   ADD PCP-WEIGHT(PCP-WIX) TO PCP-SUM
               ELSE
                   SUBTRACT PCP-WEIGHT(PCP-WIX) FROM PCP-SUM
               END-IF
               COMPUTE PCP-HBITS = PCP-HBITS / 2
           END-PERFORM

           IF PCP-SUM >= 0
               MOVE 1 TO PRED-TAKEN
               MOVE PCP-SUM TO PCP-MAG
           ELSE
               MOVE 0 TO PRED-TAKEN
               COMPUTE PCP-MAG = 0 - PCP-SUM
           END-IF
           MOVE PRED-TAKEN TO COUNTER-VAL

           *> --- Train ---
           *> Only on a miss or a low-confidence hit; a confident
           *> correct output leaves the weights alone.
           IF PRED-TAKEN NOT = ACTUAL-TAKEN OR PCP-MAG <= PCP-THETA
               IF ACTUAL-TAKEN = 1
                   MOVE 1 TO PCP-STEP
               ELSE
                   MOVE -1 TO PCP-STEP
               END-IF
               COMPUTE PCP-WIX = PCP-BASE + 1
               PERFORM PCP-TRAIN-WEIGHT

               MOVE GHR TO PCP-HBITS
               PERFORM VARYING PCP-IX FROM 1 BY 1
                       UNTIL PCP-IX > PCP-HIST
                   COMPUTE PCP-WIX = PCP-BASE + 1 + PCP-IX
                   IF FUNCTION MOD(PCP-HBITS, 2) = ACTUAL-TAKEN
                       MOVE 1 TO PCP-STEP
                   ELSE
                       MOVE -1 TO PCP-STEP
                   END-IF
                   PERFORM PCP-TRAIN-WEIGHT
                   COMPUTE PCP-HBITS = PCP-HBITS / 2
               END-PERFORM
           END-IF

           *> --- Update history ---
           IF PCP-HIST > 0
               COMPUTE GHR = GHR / 2
               COMPUTE GHR = GHR + (ACTUAL-TAKEN * (2 ** (PCP-HIST - 1)))
           END-IF.

       *> One weight, PCP-WIX, moved PCP-STEP toward agreement and held
       *> inside the PWBITS-bit signed range.
       PCP-TRAIN-WEIGHT.
           COMPUTE PCP-NEW-W = PCP-WEIGHT(PCP-WIX) + PCP-STEP
           IF PCP-NEW-W > PCP-WMAX
               MOVE PCP-WMAX TO PCP-NEW-W
           END-IF
           IF PCP-NEW-W < PCP-WMIN
               MOVE PCP-WMIN TO PCP-NEW-W
           END-IF
           MOVE PCP-NEW-W TO PCP-WEIGHT(PCP-WIX).

       *> ----------------------------------------------------------------
       *> Bit-packed counter access. PHT-ENTRY-IX names the 1-based
       *> counter; GET-PHT-COUNTER leaves its value in COUNTER-VAL and
       *> the analysis tooling call the index.
       *> ----------------------------------------------------------------
       OPEN-EVENTLOG.
           MOVE WS-EVENTLOG-PATH TO WS-GEN-REF
           MOVE WS-EVENTLOG-KEEP TO WS-GEN-KEEP
           MOVE 'Y' TO WS-GEN-WRITE
           MOVE 'N' TO WS-GEN-REUSE
           IF IS-RESTART-ENABLED
               MOVE 'Y' TO WS-GEN-REUSE
           END-IF
           PERFORM GEN-RESOLVE
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-REF TO WS-EVENTLOG-PATH

           *> A restarted run appends - the records the crashed run
           *> already wrote cover trace lines that will never be
           *> re-run, and they are the whole point of this file.
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-EVENTLOG-OPEN
           IF IS-GEN-CREATED
               PERFORM GEN-PRUNE
           END-IF

           MOVE "line,pc,M,N,ghr,pht_index,counter,predicted,actual"
               TO EVENT-RECORD
           END-IF.

       *> ----------------------------------------------------------------
       *> Trace slicing. Every input record - text line or BIN record -
       *> is decoded into the same PC-VAL / ACTUAL-TAKEN / TARGET-VAL /
       *> type / count fields a simulation run scores, judged against
       *> the criteria, and the selected branches written in the
       *> output format: a text line copied as read, or rebuilt from
       *> the fields when the input was BIN; a BIN record built the
       *> way convert mode builds one. The finished slice is then
       *> audited and registered through CATALOG-ADD, and its audited
       *> branch count must agree with the control report.
       *> ----------------------------------------------------------------
       SLICE-TRACE.
           MOVE WS-FILENAME TO WS-FILENAME-ACTIVE
           MOVE WS-TRACE-FORMAT TO WS-SLC-IN-FMT
           IF WS-SLC-OUT-FMT = SPACES
               MOVE WS-TRACE-FORMAT TO WS-SLC-OUT-FMT
           END-IF

           IF WS-SLC-OUT-PATH = WS-FILENAME
               DISPLAY "Error: slice output would overwrite its input "
                       FUNCTION TRIM(WS-FILENAME)
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LINE-NUM
           MOVE 0 TO SKIPPED-COUNT
           MOVE 0 TO SLC-READ
           MOVE 0 TO SLC-BLANK
           MOVE 0 TO SLC-MALF
           MOVE 0 TO SLC-SELECTED-CNT
           MOVE 0 TO SLC-REJ-LINES
           MOVE 0 TO SLC-REJ-PC
           MOVE 0 TO SLC-REJ-TYPE
           MOVE 'N' TO WS-SLC-STOPPED
           MOVE 'N' TO WS-EOF

           IF IS-BIN-TRACE
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               OPEN INPUT TRACE-FILE
               IF WS-FILE-STATUS NOT = "00"
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM SLICE-OPEN-OUTPUT
           IF STEP-ABORTED
               IF IS-BIN-TRACE
                   CLOSE BIN-TRACE-FILE
               ELSE
                   CLOSE TRACE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF IS-BIN-TRACE
               PERFORM UNTIL END-OF-FILE
                   READ BIN-TRACE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-NUM
                           ADD 1 TO SLC-READ
                           PERFORM SLICE-BIN-RECORD
                   END-READ
               END-PERFORM
               CLOSE BIN-TRACE-FILE
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ TRACE-FILE INTO WS-LINE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-NUM
                           ADD 1 TO SLC-READ
                           PERFORM SLICE-TEXT-LINE
                   END-READ
               END-PERFORM
               CLOSE TRACE-FILE
           END-IF

           IF SLC-OUT-BIN
               CLOSE BIN-OUT-FILE
           ELSE
               CLOSE SLICE-OUT-FILE
           END-IF

           PERFORM SLICE-CONTROL-REPORT

           *> Register the slice: CATALOG-ADD audits whatever file and
           *> format WS-FILENAME / WS-TRACE-FORMAT name.
           MOVE WS-SLC-OUT-PATH TO WS-FILENAME
           MOVE WS-SLC-OUT-FMT TO WS-TRACE-FORMAT
           MOVE WS-SLC-NAME TO WS-CAT-NAME
           MOVE WS-SLC-PARENT TO WS-CAT-PARENT
           PERFORM CATALOG-ADD
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF

           IF AUD-VALID NOT = SLC-SELECTED-CNT
               MOVE AUD-VALID TO DISP-SLC-CNT
               DISPLAY "Warning: slice audit found "
                       FUNCTION TRIM(DISP-SLC-CNT)
                       " branches where the control report "
                       "selected a different count"
               MOVE 8 TO WS-STEP-NEW-CC
               PERFORM STEP-SET-CC
           END-IF.

       SLICE-OPEN-OUTPUT.
           IF SLC-OUT-BIN
               MOVE WS-SLC-OUT-PATH TO WS-BIN-OUT-PATH
               OPEN OUTPUT BIN-OUT-FILE
               IF WS-BIN-OUT-STATUS NOT = "00"
                   MOVE "bin trace" TO WS-FERR-USE
                   MOVE WS-BIN-OUT-PATH TO WS-FERR-PATH
                   MOVE WS-BIN-OUT-STATUS TO WS-FERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               OPEN OUTPUT SLICE-OUT-FILE
               IF WS-SLC-OUT-STATUS NOT = "00"
                   MOVE "slice" TO WS-FERR-USE
                   MOVE WS-SLC-OUT-PATH TO WS-FERR-PATH
                   MOVE WS-SLC-OUT-STATUS TO WS-FERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       SLICE-TEXT-LINE.
           PERFORM PARSE-TRACE-LINE

           IF PARSE-EMPTY
               ADD 1 TO SLC-BLANK
               EXIT PARAGRAPH
           END-IF

           IF PARSE-MALFORMED
               ADD 1 TO SLC-MALF
               PERFORM REPORT-MALFORMED-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM SLICE-JUDGE-BRANCH.

       SLICE-BIN-RECORD.
           EVALUATE BT-OUTCOME
               WHEN 'T'
                   MOVE 1 TO ACTUAL-TAKEN
               WHEN 'N'
                   MOVE 0 TO ACTUAL-TAKEN
               WHEN OTHER
                   ADD 1 TO SLC-MALF
                   PERFORM REPORT-MALFORMED-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE BT-PC TO PC-VAL
           MOVE BT-TARGET TO TARGET-VAL
           MOVE BT-TFLAG TO WS-HAS-TARGET
           MOVE BT-BTYPE TO WS-BRANCH-TYPE
           MOVE BT-ICNT TO WS-LINE-ICNT

           PERFORM SLICE-JUDGE-BRANCH.

       *> Criteria are checked in a fixed order and a rejected branch
       *> is counted under the first one it fails. Once FIRST is met,
       *> or the line range is passed, nothing later can be selected
       *> and the read stops.
       SLICE-JUDGE-BRANCH.
           SET SLC-SELECTED TO TRUE
           EVALUATE TRUE
               WHEN WS-LINE-NUM < SLC-LINE-LO
                       OR WS-LINE-NUM > SLC-LINE-HI
                   SET SLC-REJECTED TO TRUE
                   ADD 1 TO SLC-REJ-LINES
               WHEN PC-VAL < SLC-PC-LO OR PC-VAL > SLC-PC-HI
                   SET SLC-REJECTED TO TRUE
                   ADD 1 TO SLC-REJ-PC
               WHEN WS-SLC-BTYPE NOT = SPACE
                       AND WS-BRANCH-TYPE NOT = WS-SLC-BTYPE
                   SET SLC-REJECTED TO TRUE
                   ADD 1 TO SLC-REJ-TYPE
           END-EVALUATE

           IF SLC-SELECTED
               ADD 1 TO SLC-SELECTED-CNT
               PERFORM SLICE-WRITE-BRANCH
           END-IF

           IF (SLC-FIRST > 0 AND SLC-SELECTED-CNT >= SLC-FIRST)
                   OR WS-LINE-NUM >= SLC-LINE-HI
               MOVE 'Y' TO WS-SLC-STOPPED
               SET END-OF-FILE TO TRUE
           END-IF.

       SLICE-WRITE-BRANCH.
           IF SLC-OUT-BIN
               MOVE PC-VAL TO BT-OUT-PC
               IF ACTUAL-TAKEN = 1
                   MOVE 'T' TO BT-OUT-OUTCOME
               ELSE
                   MOVE 'N' TO BT-OUT-OUTCOME
               END-IF
               MOVE TARGET-VAL TO BT-OUT-TARGET
               MOVE WS-HAS-TARGET TO BT-OUT-TFLAG
               MOVE WS-BRANCH-TYPE TO BT-OUT-BTYPE
               MOVE WS-LINE-ICNT TO BT-OUT-ICNT
               WRITE BIN-OUT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF WS-SLC-IN-FMT NOT = "BIN"
               WRITE SLICE-OUT-RECORD FROM WS-LINE
               EXIT PARAGRAPH
           END-IF

           *> "<pc_hex> <t|n> [<target_hex>] [<type>] [#<count>]"
           MOVE SPACES TO WS-SLC-TEXT
           MOVE 1 TO WS-SLC-PTR
           MOVE PC-VAL TO WS-HEX-WORK
           PERFORM INT-TO-HEX
           STRING FUNCTION TRIM(WS-HEX-OUT) DELIMITED BY SIZE
               INTO WS-SLC-TEXT WITH POINTER WS-SLC-PTR
           END-STRING
           IF ACTUAL-TAKEN = 1
               STRING " t" DELIMITED BY SIZE
                   INTO WS-SLC-TEXT WITH POINTER WS-SLC-PTR
               END-STRING
           ELSE
               STRING " n" DELIMITED BY SIZE
                   INTO WS-SLC-TEXT WITH POINTER WS-SLC-PTR
               END-STRING
           END-IF
           IF WS-HAS-TARGET = 'Y'
               MOVE TARGET-VAL TO WS-HEX-WORK
               PERFORM INT-TO-HEX
               STRING " " FUNCTION TRIM(WS-HEX-OUT) DELIMITED BY SIZE
                   INTO WS-SLC-TEXT WITH POINTER WS-SLC-PTR
               END-STRING
           END-IF
           IF WS-BRANCH-TYPE NOT = SPACE
               STRING " " FUNCTION LOWER-CASE(WS-BRANCH-TYPE)
                   DELIMITED BY SIZE
                   INTO WS-SLC-TEXT WITH POINTER WS-SLC-PTR
               END-STRING
           END-IF
           IF WS-LINE-ICNT > 0
               MOVE WS-LINE-ICNT TO DISP-SLC-ICNT
               STRING " #" FUNCTION TRIM(DISP-SLC-ICNT)
                   DELIMITED BY SIZE
                   INTO WS-SLC-TEXT WITH POINTER WS-SLC-PTR
               END-STRING
           END-IF
           WRITE SLICE-OUT-RECORD FROM WS-SLC-TEXT.

       SLICE-CONTROL-REPORT.
           COMPUTE SLC-REJ-TOTAL = SLC-REJ-LINES + SLC-REJ-PC
                                 + SLC-REJ-TYPE

           DISPLAY "==== slice control report ===="
           DISPLAY "input:  " FUNCTION TRIM(WS-SLC-PARENT)
                   " (" FUNCTION TRIM(WS-SLC-IN-FMT) ")"
           DISPLAY "output: " FUNCTION TRIM(WS-SLC-OUT-PATH)
                   " (" FUNCTION TRIM(WS-SLC-OUT-FMT) ")"
           MOVE SLC-READ TO DISP-SLC-CNT
           DISPLAY "input records read:   " DISP-SLC-CNT
           MOVE SLC-BLANK TO DISP-SLC-CNT
           DISPLAY "  blank lines:        " DISP-SLC-CNT
           MOVE SLC-MALF TO DISP-SLC-CNT
           DISPLAY "  malformed:          " DISP-SLC-CNT
           MOVE SLC-SELECTED-CNT TO DISP-SLC-CNT
           DISPLAY "branches selected:    " DISP-SLC-CNT
           MOVE SLC-REJ-TOTAL TO DISP-SLC-CNT
           DISPLAY "branches rejected:    " DISP-SLC-CNT
           MOVE SLC-REJ-LINES TO DISP-SLC-CNT
           DISPLAY "  outside LINES:      " DISP-SLC-CNT
           MOVE SLC-REJ-PC TO DISP-SLC-CNT
           DISPLAY "  outside PCRANGE:    " DISP-SLC-CNT
           MOVE SLC-REJ-TYPE TO DISP-SLC-CNT
           DISPLAY "  other BTYPE:        " DISP-SLC-CNT
           IF WS-SLC-STOPPED = 'Y'
               MOVE WS-LINE-NUM TO DISP-SLC-CNT
               DISPLAY "read stopped after record "
                       FUNCTION TRIM(DISP-SLC-CNT)
                       " - FIRST or LINES limit reached"
           END-IF

           IF SLC-READ NOT = SLC-BLANK + SLC-MALF + SLC-SELECTED-CNT
                             + SLC-REJ-TOTAL
               DISPLAY "Warning: slice control totals do not balance"
               MOVE 8 TO WS-STEP-NEW-CC
               PERFORM STEP-SET-CC
           END-IF.

       *> ----------------------------------------------------------------
       *> Static branch classification. One read of the trace tallies
       *> each PC's outcome stream into the hot-spot slots and the
       *> CLS-ENTRY beside them; CLASSIFY-ONE-PC then settles every
       *> occupied slot's class, the per-class static (distinct PCs)
       *> and dynamic (executions) counts are reported, and with
       *> CLASSFILE= the whole profile is written as fixed records.
       *> Details go out in table order, not sorted - the file is an
       *> interface, the console report is the reading copy.
       *> ----------------------------------------------------------------
       CLASSIFY-TRACE.
           MOVE WS-FILENAME TO WS-CUR-TRACE
           MOVE WS-FILENAME TO WS-FILENAME-ACTIVE
           MOVE 0 TO WS-LINE-NUM
           MOVE 0 TO SKIPPED-COUNT
           MOVE 0 TO WS-CLS-BRANCHES
           MOVE 0 TO WS-CLS-MALF
           MOVE 'N' TO WS-EOF
           PERFORM RESET-HOTSPOT-TABLE
           INITIALIZE CLS-TABLE
           INITIALIZE CLS-SUM-TABLE

           IF IS-BIN-TRACE
               OPEN INPUT BIN-TRACE-FILE
               IF WS-BIN-FILE-STATUS NOT = "00"
                   MOVE "bin trace" TO WS-FERR-USE
                   MOVE WS-FILENAME-ACTIVE TO WS-FERR-PATH
                   MOVE WS-BIN-FILE-STATUS TO WS-FERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL END-OF-FILE
                   READ BIN-TRACE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-NUM
                           EVALUATE BT-OUTCOME
                               WHEN 'T'
                                   MOVE 1 TO ACTUAL-TAKEN
                                   MOVE BT-PC TO PC-VAL
                                   PERFORM CLASSIFY-TALLY-BRANCH
                               WHEN 'N'
                                   MOVE 0 TO ACTUAL-TAKEN
                                   MOVE BT-PC TO PC-VAL
                                   PERFORM CLASSIFY-TALLY-BRANCH
                               WHEN OTHER
                                   ADD 1 TO WS-CLS-MALF
                                   PERFORM REPORT-MALFORMED-LINE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE BIN-TRACE-FILE
           ELSE
               OPEN INPUT TRACE-FILE
               IF WS-FILE-STATUS NOT = "00"
                   MOVE "trace" TO WS-FERR-USE
                   MOVE WS-FILENAME-ACTIVE TO WS-FERR-PATH
                   MOVE WS-FILE-STATUS TO WS-FERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL END-OF-FILE
                   READ TRACE-FILE INTO WS-LINE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-NUM
                           PERFORM PARSE-TRACE-LINE
                           IF PARSE-MALFORMED
                               ADD 1 TO WS-CLS-MALF
                               PERFORM REPORT-MALFORMED-LINE
                           END-IF
                           IF PARSE-VALID
                               PERFORM CLASSIFY-TALLY-BRANCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRACE-FILE
           END-IF

           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                   UNTIL WS-CLS-IX > WS-HOT-CAPACITY
               IF HOT-SEEN(WS-CLS-IX) > 0
                   PERFORM CLASSIFY-ONE-PC
               END-IF
           END-PERFORM

           PERFORM DISPLAY-CLASSIFY-REPORT

           IF IS-CLS-FILE-ENABLED
               PERFORM WRITE-CLASS-FILE
           END-IF.

       CLASSIFY-TALLY-BRANCH.
           ADD 1 TO WS-CLS-BRANCHES
           PERFORM HOTSPOT-LOCATE
           IF WS-HOT-IDX = 0
               ADD 1 TO WS-HOT-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           IF HOT-SEEN(WS-HOT-IDX) = 0
               ADD 1 TO WS-HOT-USED
               MOVE PC-VAL TO HOT-PC(WS-HOT-IDX)
           ELSE
               IF ACTUAL-TAKEN NOT = CLS-LAST(WS-HOT-IDX)
                   ADD 1 TO CLS-FLIPS(WS-HOT-IDX)
               END-IF
           END-IF
           ADD 1 TO HOT-SEEN(WS-HOT-IDX)

           *> A not-taken closes the taken run in progress; a run the
           *> same length as the last one closed counts as regular.
           IF ACTUAL-TAKEN = 1
               ADD 1 TO CLS-TAKEN(WS-HOT-IDX)
               ADD 1 TO CLS-RUN(WS-HOT-IDX)
           ELSE
               IF CLS-RUN(WS-HOT-IDX) > 0
                   ADD 1 TO CLS-RUNS(WS-HOT-IDX)
                   IF CLS-RUNS(WS-HOT-IDX) > 1
                           AND CLS-RUN(WS-HOT-IDX) = CLS-TRIP(WS-HOT-IDX)
                       ADD 1 TO CLS-REG-RUNS(WS-HOT-IDX)
                   END-IF
                   MOVE CLS-RUN(WS-HOT-IDX) TO CLS-TRIP(WS-HOT-IDX)
                   MOVE 0 TO CLS-RUN(WS-HOT-IDX)
               ELSE
                   IF HOT-SEEN(WS-HOT-IDX) > 1
                       ADD 1 TO CLS-NN(WS-HOT-IDX)
                   END-IF
               END-IF
           END-IF
           MOVE ACTUAL-TAKEN TO CLS-LAST(WS-HOT-IDX).

       CLASSIFY-ONE-PC.
           COMPUTE WS-CLS-NT = HOT-SEEN(WS-CLS-IX) - CLS-TAKEN(WS-CLS-IX)
           IF CLS-TAKEN(WS-CLS-IX) > WS-CLS-NT
               COMPUTE WS-CLS-SHARE =
                   CLS-TAKEN(WS-CLS-IX) / HOT-SEEN(WS-CLS-IX)
           ELSE
               COMPUTE WS-CLS-SHARE = WS-CLS-NT / HOT-SEEN(WS-CLS-IX)
           END-IF

           EVALUATE TRUE
               WHEN WS-CLS-NT = 0
                   MOVE 1 TO WS-CLS-CLASS
               WHEN CLS-TAKEN(WS-CLS-IX) = 0
                   MOVE 2 TO WS-CLS-CLASS
               WHEN HOT-SEEN(WS-CLS-IX) >= 3
                       AND CLS-FLIPS(WS-CLS-IX) * 10
                           >= (HOT-SEEN(WS-CLS-IX) - 1) * 9
                   MOVE 5 TO WS-CLS-CLASS
               WHEN CLS-RUNS(WS-CLS-IX) >= 2
                       AND CLS-NN(WS-CLS-IX) = 0
                       AND CLS-REG-RUNS(WS-CLS-IX) * 4
                           >= (CLS-RUNS(WS-CLS-IX) - 1) * 3
                   MOVE 4 TO WS-CLS-CLASS
               WHEN WS-CLS-SHARE >= WS-CLS-BIAS
                   MOVE 3 TO WS-CLS-CLASS
               WHEN OTHER
                   MOVE 6 TO WS-CLS-CLASS
           END-EVALUATE

           MOVE WS-CLS-CLASS TO CLS-CLASS(WS-CLS-IX)
           ADD 1 TO CLS-SUM-STATIC(WS-CLS-CLASS)
           ADD HOT-SEEN(WS-CLS-IX) TO CLS-SUM-DYN(WS-CLS-CLASS).

       DISPLAY-CLASSIFY-REPORT.
           DISPLAY "==== static branch classification: "
                   FUNCTION TRIM(WS-CUR-TRACE) " ===="
           MOVE WS-CLS-BRANCHES TO DISP-CLS-DYN
           MOVE WS-HOT-USED TO DISP-CLS-STATIC
           MOVE WS-CLS-BIAS TO DISPLAY-CLS-PCT
           DISPLAY "branches=" FUNCTION TRIM(DISP-CLS-DYN)
                   " static=" FUNCTION TRIM(DISP-CLS-STATIC)
                   " bias_threshold=" FUNCTION TRIM(DISPLAY-CLS-PCT)
           DISPLAY "class                  static  %static"
                   "              dynamic %dynamic"

           PERFORM VARYING WS-CLS-CLASS FROM 1 BY 1
                   UNTIL WS-CLS-CLASS > 6
               MOVE CLS-SUM-STATIC(WS-CLS-CLASS) TO DISP-CLS-STATIC
               MOVE CLS-SUM-DYN(WS-CLS-CLASS) TO DISP-CLS-DYN
               IF WS-HOT-USED > 0
                   COMPUTE WS-CLS-PCT ROUNDED =
                       CLS-SUM-STATIC(WS-CLS-CLASS) * 100 / WS-HOT-USED
               ELSE
                   MOVE 0 TO WS-CLS-PCT
               END-IF
               MOVE WS-CLS-PCT TO DISPLAY-CLS-PCT
               COMPUTE WS-CLS-NT = WS-CLS-BRANCHES - WS-HOT-OVERFLOW
               IF WS-CLS-NT > 0
                   COMPUTE WS-CLS-PCT ROUNDED =
                       CLS-SUM-DYN(WS-CLS-CLASS) * 100 / WS-CLS-NT
               ELSE
                   MOVE 0 TO WS-CLS-PCT
               END-IF
               MOVE WS-CLS-PCT TO DISPLAY-CLS-PCT2
               DISPLAY CLS-NAME(WS-CLS-CLASS) " " DISP-CLS-STATIC
                       "   " DISPLAY-CLS-PCT " " DISP-CLS-DYN
                       "   " DISPLAY-CLS-PCT2
           END-PERFORM

           IF WS-HOT-OVERFLOW > 0
               MOVE WS-HOT-OVERFLOW TO DISP-CLS-DYN
               DISPLAY "Warning: branch table full - "
                       FUNCTION TRIM(DISP-CLS-DYN)
                       " branches at untracked PCs not classified"
           END-IF.

       WRITE-CLASS-FILE.
           OPEN OUTPUT CLASS-FILE
           IF WS-CLS-STATUS NOT = "00"
               MOVE "class file" TO WS-FERR-USE
               MOVE WS-CLS-PATH TO WS-FERR-PATH
               MOVE WS-CLS-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           ACCEPT CLS-H-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6) TO CLS-H-TIME
           MOVE WS-CUR-TRACE TO CLS-H-TRACE
           MOVE WS-CLS-CATNAME TO CLS-H-CATNAME
           MOVE WS-TRACE-FORMAT TO CLS-H-FORMAT
           WRITE CLASS-RECORD FROM CLS-HDR-REC

           MOVE 0 TO WS-CLS-DETAILS
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                   UNTIL WS-CLS-IX > WS-HOT-CAPACITY
               IF HOT-SEEN(WS-CLS-IX) > 0
                   MOVE HOT-PC(WS-CLS-IX) TO WS-HEX-WORK
                   PERFORM INT-TO-HEX
                   MOVE FUNCTION TRIM(WS-HEX-OUT) TO CLS-D-PC
                   MOVE CLS-CODE(CLS-CLASS(WS-CLS-IX)) TO CLS-D-CLASS
                   MOVE HOT-SEEN(WS-CLS-IX) TO CLS-D-SEEN
                   MOVE CLS-TAKEN(WS-CLS-IX) TO CLS-D-TAKEN
                   COMPUTE CLS-D-RATE =
                       CLS-TAKEN(WS-CLS-IX) / HOT-SEEN(WS-CLS-IX)
                   MOVE CLS-FLIPS(WS-CLS-IX) TO CLS-D-FLIPS
                   MOVE CLS-RUNS(WS-CLS-IX) TO CLS-D-RUNS
                   MOVE CLS-TRIP(WS-CLS-IX) TO CLS-D-TRIP
                   WRITE CLASS-RECORD FROM CLS-DTL-REC
                   ADD 1 TO WS-CLS-DETAILS
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CLS-CLASS FROM 1 BY 1
                   UNTIL WS-CLS-CLASS > 6
               MOVE CLS-CODE(WS-CLS-CLASS) TO CLS-S-CLASS
               MOVE CLS-NAME(WS-CLS-CLASS) TO CLS-S-NAME
               MOVE CLS-SUM-STATIC(WS-CLS-CLASS) TO CLS-S-STATIC
               MOVE CLS-SUM-DYN(WS-CLS-CLASS) TO CLS-S-DYN
               WRITE CLASS-RECORD FROM CLS-SUM-REC
           END-PERFORM

           MOVE WS-CLS-DETAILS TO CLS-T-COUNT
           MOVE WS-CLS-BRANCHES TO CLS-T-BRANCHES
           MOVE WS-HOT-OVERFLOW TO CLS-T-OVERFLOW
           WRITE CLASS-RECORD FROM CLS-TRL-REC
           CLOSE CLASS-FILE

           MOVE WS-CLS-DETAILS TO DISP-CLS-STATIC
           DISPLAY "class file " FUNCTION TRIM(WS-CLS-PATH)
                   " written - " FUNCTION TRIM(DISP-CLS-STATIC)
                   " branch details".

       *> ----------------------------------------------------------------
       *> Trace audit - walks the same single-trace/@listfile shapes as
       *> RUN-TRACE-SET, but only profiles what is in each file: total
       *> lines, valid branches, malformed lines, taken ratio, distinct
       *> PCs and the PC address range. Malformed lines are counted, not
       *> warned line by line - an audit of a dirty trace should not
       *> scroll a million warnings. With CONTROL= the per-trace totals
       *> are also written as control records for later reconciliation.
       *> ----------------------------------------------------------------
       AUDIT-TRACE-SET.
           IF IS-CONTROL-ENABLED
               OPEN OUTPUT CONTROL-FILE
               IF WS-CONTROL-STATUS NOT = "00"
                   MOVE "control" TO WS-FERR-USE
                   MOVE WS-CONTROL-PATH TO WS-FERR-PATH
                   MOVE WS-CONTROL-STATUS TO WS-FERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-FILENAME(1:1) = "@"
               MOVE WS-FILENAME(2:99) TO WS-LISTFILE
               MOVE 'N' TO WS-LIST-EOF
               OPEN INPUT LIST-FILE
               IF WS-LIST-FILE-STATUS NOT = "00"
                   MOVE "trace list" TO WS-FERR-USE
                   MOVE WS-LISTFILE TO WS-FERR-PATH
                   MOVE WS-LIST-FILE-STATUS TO WS-FERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF

               MOVE WS-TRACE-FORMAT TO WS-SUITE-RUN-FMT
               PERFORM UNTIL LIST-END-OF-FILE OR STEP-ABORTED
                   READ LIST-FILE INTO LIST-RECORD
                       AT END
                           SET LIST-END-OF-FILE TO TRUE
                       NOT AT END
                           IF LIST-RECORD NOT = SPACES
                               PERFORM SUITE-LIST-LINE
                               IF NOT STEP-ABORTED
                                   PERFORM AUDIT-ONE-TRACE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE LIST-FILE
               MOVE WS-SUITE-RUN-FMT TO WS-TRACE-FORMAT
           ELSE
               MOVE WS-FILENAME TO WS-CUR-TRACE
               PERFORM AUDIT-ONE-TRACE
           END-IF

           IF IS-CONTROL-ENABLED
               CLOSE CONTROL-FILE
           END-IF.

       AUDIT-ONE-TRACE.
           MOVE 0 TO AUD-LINES
           MOVE 0 TO AUD-VALID
           MOVE 0 TO AUD-MALFORMED
           MOVE 0 TO AUD-TAKEN
           MOVE 0 TO AUD-MIN-PC
           MOVE 0 TO AUD-MAX-PC
           MOVE 'N' TO AUD-HAVE-PC
           PERFORM RESET-HOTSPOT-TABLE

           MOVE WS-CUR-TRACE TO WS-FILENAME-ACTIVE
           MOVE 'N' TO WS-EOF

           IF IS-BIN-TRACE
               OPEN INPUT BIN-TRACE-FILE
               IF WS-BIN-FILE-STATUS NOT = "00"
                   MOVE "bin trace" TO WS-FERR-USE
                   MOVE WS-FILENAME-ACTIVE TO WS-FERR-PATH
                   MOVE WS-BIN-FILE-STATUS TO WS-FERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL END-OF-FILE
                   READ BIN-TRACE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO AUD-LINES
                           PERFORM AUDIT-BIN-RECORD
                   END-READ
               END-PERFORM
               CLOSE BIN-TRACE-FILE
           ELSE
               OPEN INPUT TRACE-FILE
               IF WS-FILE-STATUS NOT = "00"
                   MOVE "trace" TO WS-FERR-USE
                   MOVE WS-FILENAME-ACTIVE TO WS-FERR-PATH
                   MOVE WS-FILE-STATUS TO WS-FERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL END-OF-FILE
                   READ TRACE-FILE INTO WS-LINE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO AUD-LINES
                           PERFORM AUDIT-TEXT-LINE
                   END-READ
               END-PERFORM
               CLOSE TRACE-FILE
           END-IF

           PERFORM DISPLAY-AUDIT-REPORT

           IF IS-CONTROL-ENABLED
               PERFORM WRITE-CONTROL-RECORD
           END-IF.

       AUDIT-TEXT-LINE.
           PERFORM PARSE-TRACE-LINE

           IF PARSE-MALFORMED
               ADD 1 TO AUD-MALFORMED
               MOVE 4 TO WS-STEP-NEW-CC
               PERFORM STEP-SET-CC
           END-IF

           IF PARSE-VALID
               PERFORM AUDIT-TALLY-BRANCH
           END-IF.

       AUDIT-BIN-RECORD.
           EVALUATE BT-OUTCOME
               WHEN 'T'
                   MOVE 1 TO ACTUAL-TAKEN
               WHEN 'N'
                   MOVE 0 TO ACTUAL-TAKEN
               WHEN OTHER
                   ADD 1 TO AUD-MALFORMED
                   MOVE 4 TO WS-STEP-NEW-CC
                   PERFORM STEP-SET-CC
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE BT-PC TO PC-VAL
           PERFORM AUDIT-TALLY-BRANCH.

       AUDIT-TALLY-BRANCH.
           ADD 1 TO AUD-VALID
           ADD ACTUAL-TAKEN TO AUD-TAKEN

           IF AUD-HAVE-PC = 'N'
               MOVE PC-VAL TO AUD-MIN-PC
               MOVE PC-VAL TO AUD-MAX-PC
               MOVE 'Y' TO AUD-HAVE-PC
           ELSE
               IF PC-VAL < AUD-MIN-PC
                   MOVE PC-VAL TO AUD-MIN-PC
               END-IF
               IF PC-VAL > AUD-MAX-PC
                   MOVE PC-VAL TO AUD-MAX-PC
               END-IF
           END-IF

           *> Distinct-PC tally rides the hot-spot hash table; once the
           *> table is full the distinct count is a lower bound.
           PERFORM HOTSPOT-LOCATE
           IF WS-HOT-IDX > 0
               IF HOT-SEEN(WS-HOT-IDX) = 0
                   ADD 1 TO WS-HOT-USED
                   MOVE PC-VAL TO HOT-PC(WS-HOT-IDX)
               END-IF
               ADD 1 TO HOT-SEEN(WS-HOT-IDX)
           ELSE
               ADD 1 TO WS-HOT-OVERFLOW
           END-IF.

       DISPLAY-AUDIT-REPORT.
           MOVE AUD-LINES TO DISP-AUD-LINES
           MOVE AUD-VALID TO DISP-AUD-VALID
           MOVE AUD-MALFORMED TO DISP-AUD-MALF
           MOVE AUD-TAKEN TO DISP-AUD-TAKEN
           MOVE WS-HOT-USED TO DISP-AUD-DISTINCT

           IF AUD-VALID > 0
               COMPUTE AUD-TAKEN-RATE = AUD-TAKEN / AUD-VALID
           ELSE
               MOVE 0 TO AUD-TAKEN-RATE
           END-IF
           MOVE AUD-TAKEN-RATE TO DISPLAY-AUD-RATE

           MOVE AUD-MIN-PC TO WS-HEX-WORK
           PERFORM INT-TO-HEX
           MOVE FUNCTION TRIM(WS-HEX-OUT) TO WS-AUD-MIN-HEX
           MOVE AUD-MAX-PC TO WS-HEX-WORK
           PERFORM INT-TO-HEX
           MOVE FUNCTION TRIM(WS-HEX-OUT) TO WS-AUD-MAX-HEX

           DISPLAY "audit " FUNCTION TRIM(WS-CUR-TRACE)
                   " lines=" FUNCTION TRIM(DISP-AUD-LINES)
                   " valid=" FUNCTION TRIM(DISP-AUD-VALID)
                   " malformed=" FUNCTION TRIM(DISP-AUD-MALF)
                   " taken=" FUNCTION TRIM(DISP-AUD-TAKEN)
                   " taken_ratio=" DISPLAY-AUD-RATE
                   " distinct_pcs=" FUNCTION TRIM(DISP-AUD-DISTINCT)
                   " pc_range=" FUNCTION TRIM(WS-AUD-MIN-HEX)
                   ".." FUNCTION TRIM(WS-AUD-MAX-HEX)

           IF WS-HOT-OVERFLOW > 0
               DISPLAY "Warning: distinct-PC table full - "
                       "distinct_pcs is a lower bound"
           END-IF.

       *> One control-totals record per audited trace:
       *> trace lines valid malformed taken distinct minpc maxpc
       WRITE-CONTROL-RECORD.
           MOVE SPACES TO WS-CTL-LINE
           STRING FUNCTION TRIM(WS-CUR-TRACE)      DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-AUD-LINES)    DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-AUD-VALID)    DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-AUD-MALF)     DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-AUD-TAKEN)    DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-AUD-DISTINCT) DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUD-MIN-HEX)    DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUD-MAX-HEX)    DELIMITED BY SIZE
               INTO WS-CTL-LINE
           END-STRING
           WRITE CONTROL-RECORD FROM WS-CTL-LINE.

       *> ----------------------------------------------------------------
       *> End-of-trace reconciliation - looks this trace up in the
       *> control file written by audit mode and compares what this run
       *> actually processed (WS-SEEN-BRANCHES valid branches,
       *> SKIPPED-COUNT malformed lines) against the audited totals.
       *> The malformed comparison only applies to text runs - a binary
       *> trace was cleansed by convert, so its malformed count is
       *> legitimately zero regardless of what the text audit counted.
       *> ----------------------------------------------------------------
       RECONCILE-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "35"
               DISPLAY "Warning: cannot open control file "
                       FUNCTION TRIM(WS-CONTROL-PATH)
                       " - counts not reconciled"
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTROL-STATUS NOT = "00"
               *> Unreadable is worse than missing - name the status
               *> and score it as a failed reconciliation, but let
               *> the run's own figures stand.
               MOVE "control" TO WS-FERR-USE
               MOVE WS-CONTROL-PATH TO WS-FERR-PATH
               MOVE WS-CONTROL-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               MOVE 8 TO WS-STEP-NEW-CC
               PERFORM STEP-SET-CC
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CTL-EOF
           MOVE 'N' TO WS-CTL-FOUND
           PERFORM UNTIL CTL-END-OF-FILE OR WS-CTL-FOUND = 'Y'
               READ CONTROL-FILE INTO WS-CTL-LINE
                   AT END
                       SET CTL-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-CTL-NAME WS-CTL-F2 WS-CTL-F3
                                      WS-CTL-F4
                       UNSTRING WS-CTL-LINE DELIMITED BY ALL SPACE
                           INTO WS-CTL-NAME WS-CTL-F2 WS-CTL-F3
                                WS-CTL-F4
                       END-UNSTRING
                       IF WS-CTL-NAME = WS-CUR-TRACE
                           MOVE 'Y' TO WS-CTL-FOUND
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CONTROL-FILE

           IF WS-CTL-FOUND NOT = 'Y'
               DISPLAY "Warning: no control record for "
                       FUNCTION TRIM(WS-CUR-TRACE)
                       " - counts not reconciled"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-CTL-F3) TO WS-CTL-VALID
           MOVE FUNCTION NUMVAL(WS-CTL-F4) TO WS-CTL-MALFORMED

           IF WS-SEEN-BRANCHES NOT = WS-CTL-VALID
               MOVE WS-SEEN-BRANCHES TO DISP-SEEN
               MOVE WS-CTL-VALID TO DISP-CTL-VALID
               DISPLAY "CONTROL MISMATCH: " FUNCTION TRIM(WS-CUR-TRACE)
                       " processed " FUNCTION TRIM(DISP-SEEN)
                       " branches, control record says "
                       FUNCTION TRIM(DISP-CTL-VALID)
                       " - results are suspect"
               MOVE 8 TO WS-STEP-NEW-CC
               PERFORM STEP-SET-CC
           ELSE
               IF NOT IS-BIN-TRACE
                       AND SKIPPED-COUNT NOT = WS-CTL-MALFORMED
                   DISPLAY "CONTROL MISMATCH: "
                           FUNCTION TRIM(WS-CUR-TRACE)
                           " malformed-line count differs from the "
                           "control record - results are suspect"
                   MOVE 8 TO WS-STEP-NEW-CC
                   PERFORM STEP-SET-CC
               ELSE
                   DISPLAY "control totals reconciled for "
                           FUNCTION TRIM(WS-CUR-TRACE)
               END-IF
           END-IF.

       *> Prints the running misprediction rate since the last checkpoint
       *> (or the start of the trace) and resets the window counters.
       *> M/N are moved here directly since CALCULATE-STATS, which
       *> normally populates DISP-M/DISP-N, has not run yet mid-file.
       DISPLAY-WINDOW-STATS.
           MOVE M TO DISP-M
           MOVE N TO DISP-N

           IF WS-WINDOW-BRANCHES > 0
               COMPUTE WS-WINDOW-RATE =
                   WS-WINDOW-MISP / WS-WINDOW-BRANCHES
               MOVE WS-WINDOW-RATE TO DISPLAY-WINDOW-RATE
           ELSE
               MOVE 0 TO DISPLAY-WINDOW-RATE
           END-IF

           MOVE WS-SEEN-BRANCHES TO DISP-SEEN

           DISPLAY "window " FUNCTION TRIM(DISP-M) " "
                   FUNCTION TRIM(DISP-N) " " DISPLAY-WINDOW-RATE
                   " n=" FUNCTION TRIM(DISP-SEEN)

           MOVE 0 TO WS-WINDOW-BRANCHES
           MOVE 0 TO WS-WINDOW-MISP.

       *> ----------------------------------------------------------------
       *> Per-PC hot-spot tracking. HOTSPOT-LOCATE hashes PC-VAL into the
       *> fixed-capacity table with linear probing and leaves the slot
       *> subscript in WS-HOT-IDX (0 when the table is completely full
       *> and the PC is not already in it). HOTSPOT-RECORD tallies the
       *> branch just scored in PROCESS-LINE, and DISPLAY-HOTSPOT-REPORT
       *> prints the WS-HOTSPOT-TOP entries with the most mispredictions
       *> after the per-trace stats line, each with its own rate and its
       *> share of the trace's total mispredictions.
       *> ----------------------------------------------------------------
       RESET-HOTSPOT-TABLE.
           INITIALIZE HOT-TABLE
           MOVE 0 TO WS-HOT-USED
           MOVE 0 TO WS-HOT-OVERFLOW.

       HOTSPOT-LOCATE.
           COMPUTE WS-HOT-IDX =
               FUNCTION MOD(PC-VAL / 4, WS-HOT-CAPACITY) + 1
           MOVE 0 TO WS-HOT-PROBES
           PERFORM UNTIL WS-HOT-PROBES >= WS-HOT-CAPACITY
                   OR HOT-SEEN(WS-HOT-IDX) = 0
                   OR HOT-PC(WS-HOT-IDX) = PC-VAL
               ADD 1 TO WS-HOT-PROBES
               COMPUTE WS-HOT-IDX =
                   FUNCTION MOD(WS-HOT-IDX, WS-HOT-CAPACITY) + 1
           END-PERFORM
           IF WS-HOT-PROBES >= WS-HOT-CAPACITY
               MOVE 0 TO WS-HOT-IDX
           END-IF.

       HOTSPOT-RECORD.
           PERFORM HOTSPOT-LOCATE
           IF WS-HOT-IDX = 0
               *> Table full of other PCs - count what we could not
               *> track so the report can say it is incomplete.
               ADD 1 TO WS-HOT-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           IF HOT-SEEN(WS-HOT-IDX) = 0
               ADD 1 TO WS-HOT-USED
               MOVE PC-VAL TO HOT-PC(WS-HOT-IDX)
           END-IF

           ADD 1 TO HOT-SEEN(WS-HOT-IDX)
           IF PRED-TAKEN NOT = ACTUAL-TAKEN
               ADD 1 TO HOT-MISP(WS-HOT-IDX)
           END-IF.

       DISPLAY-HOTSPOT-REPORT.
           MOVE WS-HOTSPOT-TOP TO DISP-HOT-TOP
           DISPLAY "hot branches (top "
                   FUNCTION TRIM(DISP-HOT-TOP)
                   " by mispredictions)"

           IF IS-RESTART-ENABLED
               DISPLAY "Warning: hot-branch counts cover post-restart "
                       "branches only - the table is not checkpointed"
           END-IF

           PERFORM VARYING WS-HOT-RANK FROM 1 BY 1
                   UNTIL WS-HOT-RANK > WS-HOTSPOT-TOP
               MOVE 0 TO WS-HOT-BEST
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HOT-CAPACITY
                   IF HOT-SEEN(I) > 0 AND HOT-RANKED(I) NOT = 'Y'
                       IF WS-HOT-BEST = 0
                           MOVE I TO WS-HOT-BEST
                       ELSE
                           IF HOT-MISP(I) > HOT-MISP(WS-HOT-BEST)
                               MOVE I TO WS-HOT-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-HOT-BEST = 0
                   EXIT PERFORM
               END-IF
               IF HOT-MISP(WS-HOT-BEST) = 0
                   *> Nothing left that ever mispredicted - stop early
                   *> rather than pad the list with perfect branches.
                   EXIT PERFORM
               END-IF

               MOVE 'Y' TO HOT-RANKED(WS-HOT-BEST)
               PERFORM DISPLAY-HOTSPOT-LINE
           END-PERFORM

           IF WS-HOT-OVERFLOW > 0
               MOVE WS-HOT-OVERFLOW TO DISP-HOT-OVER
               DISPLAY "Warning: hot-branch table full - "
                       FUNCTION TRIM(DISP-HOT-OVER)
                       " branches at untracked PCs omitted"
           END-IF.

       DISPLAY-HOTSPOT-LINE.
           COMPUTE WS-HOT-RATE =
               HOT-MISP(WS-HOT-BEST) / HOT-SEEN(WS-HOT-BEST)
           MOVE WS-HOT-RATE TO DISPLAY-HOT-RATE

           *> Share against the mispredictions this table actually saw
           *> - after a restart that is the post-restart portion only,
           *> not the full-run count restored from the checkpoint; in a
           *> sampled run, the scored windows' count, not the estimate.
           EVALUATE TRUE
               WHEN IS-SAMPLING
                   IF SMP-MEAS-MISP > 0
                       COMPUTE WS-HOT-SHARE =
                           HOT-MISP(WS-HOT-BEST) / SMP-MEAS-MISP
                   ELSE
                       MOVE 0 TO WS-HOT-SHARE
                   END-IF
               WHEN MISPREDICTIONS > WS-CKPT-BASE-MISP
                   COMPUTE WS-HOT-SHARE = HOT-MISP(WS-HOT-BEST)
                       / (MISPREDICTIONS - WS-CKPT-BASE-MISP)
               WHEN OTHER
                   MOVE 0 TO WS-HOT-SHARE
           END-EVALUATE
           MOVE WS-HOT-SHARE TO DISPLAY-HOT-SHARE

           MOVE HOT-PC(WS-HOT-BEST) TO WS-HEX-WORK
           PERFORM INT-TO-HEX

           MOVE WS-HOT-RANK TO DISP-HOT-RANK
           MOVE HOT-SEEN(WS-HOT-BEST) TO DISP-HOT-SEEN
           MOVE HOT-MISP(WS-HOT-BEST) TO DISP-HOT-MISP

           DISPLAY "  " FUNCTION TRIM(DISP-HOT-RANK)
                   ". pc=" FUNCTION TRIM(WS-HEX-OUT)
                   " seen=" FUNCTION TRIM(DISP-HOT-SEEN)
                   " misp=" FUNCTION TRIM(DISP-HOT-MISP)
                   " rate=" DISPLAY-HOT-RATE
                   " share=" DISPLAY-HOT-SHARE.

       *> Converts WS-HEX-WORK to lower-case hex in WS-HEX-OUT, right
       *> justified with leading spaces - callers TRIM it for display.
       INT-TO-HEX.
           MOVE SPACES TO WS-HEX-OUT
           MOVE 16 TO WS-HEX-OUT-POS
           PERFORM WITH TEST AFTER
                   UNTIL WS-HEX-WORK = 0 OR WS-HEX-OUT-POS = 0
               COMPUTE WS-HEX-DIGIT = FUNCTION MOD(WS-HEX-WORK, 16)
               MOVE WS-HEX-DIGITS(WS-HEX-DIGIT + 1:1)
                   TO WS-HEX-OUT(WS-HEX-OUT-POS:1)
               COMPUTE WS-HEX-WORK = WS-HEX-WORK / 16
               SUBTRACT 1 FROM WS-HEX-OUT-POS
           END-PERFORM.

       HEX-TO-INT.
           MOVE 0 TO PC-VAL
           MOVE 0 TO HEX-LEN
           MOVE 'N' TO WS-HEX-ERROR
           INSPECT FUNCTION REVERSE(WS-PC-HEX) TALLYING HEX-LEN FOR LEADING SPACES
           COMPUTE HEX-LEN = LENGTH OF WS-PC-HEX - HEX-LEN

           IF HEX-LEN = 0
               MOVE 'Y' TO WS-HEX-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING STR-PTR FROM 1 BY 1 UNTIL STR-PTR > 20
               MOVE WS-PC-HEX(STR-PTR:1) TO HEX-CHAR
               IF HEX-CHAR = SPACE
                   EXIT PERFORM
               END-IF

               PERFORM HEX-DIGIT-VAL
               IF WS-HEX-ERROR = 'Y'
                   EXIT PERFORM
               END-IF

               COMPUTE PC-VAL = (PC-VAL * 16) + HEX-VAL
           END-PERFORM.

       *> One hex digit, HEX-CHAR in, HEX-VAL out; flags WS-HEX-ERROR
       *> on anything that is not a hex digit. Shared by HEX-TO-INT
       *> and the packed snapshot/checkpoint readers.
       HEX-DIGIT-VAL.
           EVALUATE HEX-CHAR
               WHEN '0' THRU '9'
                   COMPUTE HEX-VAL = FUNCTION NUMVAL(HEX-CHAR)
               WHEN 'a' THRU 'f'
                   COMPUTE HEX-VAL = FUNCTION ORD(HEX-CHAR) - FUNCTION ORD('a') + 10
               WHEN 'A' THRU 'F'
                   COMPUTE HEX-VAL = FUNCTION ORD(HEX-CHAR) - FUNCTION ORD('A') + 10
               WHEN OTHER
                   MOVE 'Y' TO WS-HEX-ERROR
           END-EVALUATE.

       CALCULATE-STATS.
           EVALUATE TRUE
               WHEN IS-SUITE-ROW
                   MOVE WS-SUITE-WRATE TO MISP-RATE
                   MOVE MISP-RATE TO DISPLAY-RATE
               WHEN TOTAL-BRANCHES > 0
                   COMPUTE MISP-RATE = MISPREDICTIONS / TOTAL-BRANCHES
                   MOVE MISP-RATE TO DISPLAY-RATE
               WHEN OTHER
                   MOVE 0 TO DISPLAY-RATE
           END-EVALUATE
           
           MOVE M TO DISP-M
           MOVE N TO DISP-N
           MOVE SKIPPED-COUNT TO DISP-SKIPPED
           PERFORM RESULT-GEOMETRY

           *> Print nicely trimmed M, N and the Rate (0.26), plus the
           *> malformed-line count so a skipped-heavy run is visible;
           *> label is blank for a single trace, "TOTAL" for the
           *> combined multi-trace summary.
           IF WS-REPORT-LABEL = SPACES
               DISPLAY FUNCTION TRIM(DISP-M) " "
                       FUNCTION TRIM(DISP-N) " "
                       DISPLAY-RATE
                       " skipped=" FUNCTION TRIM(DISP-SKIPPED)
           ELSE
               DISPLAY FUNCTION TRIM(WS-REPORT-LABEL) " "
                       FUNCTION TRIM(DISP-M) " "
                       FUNCTION TRIM(DISP-N) " "
                       DISPLAY-RATE
                       " skipped=" FUNCTION TRIM(DISP-SKIPPED)
           END-IF

           IF WS-BTB-SETS > 0
               PERFORM DISPLAY-BTB-STATS
           END-IF

           IF WS-RAS-DEPTH > 0
               PERFORM DISPLAY-RAS-STATS
           END-IF

           PERFORM COMPUTE-COST-MODEL
           IF WS-PENALTY-CYCLES > 0
               PERFORM DISPLAY-COST-MODEL
           END-IF

           IF IS-SAMPLING
               PERFORM DISPLAY-SAMPLE-STATS
           END-IF

           IF IS-SUITE-ROW
               PERFORM DISPLAY-SUITE-STATS
           END-IF

           IF IS-CSV-ENABLED
               PERFORM WRITE-CSV-ROW
           END-IF

           IF IS-HISTORY-ENABLED
               PERFORM WRITE-HISTORY-RECORD
           END-IF

           IF WS-EXTRACT-OPEN = 'Y'
               PERFORM WRITE-EXTRACT-RECORD
           END-IF

           IF WS-JOBLOG-OPEN = 'Y'
               PERFORM JOBLOG-RUN-CLOSE
           END-IF.

       *> The configuration a result is filed under in every output.
       *> A perceptron's is the geometry it actually ran with - log2
       *> of the weight-table rows, the history length, and PWBITS in
       *> the counter-width slot as the SNAPSHOT/CHECKPOINT stamps
       *> carry it - so runs differing only in PTABLE/PHIST/PWBITS
       *> never share a history group or a reconcile key.
       RESULT-GEOMETRY.
           IF WS-TYPE = "perceptron"
               IF WS-PCP-TABLE-OPT > 0
                   MOVE WS-PCP-TABLE-LOG2 TO WS-RES-M
               ELSE
                   MOVE M TO WS-RES-M
               END-IF
               IF WS-PCP-HIST-OPT > 0
                   MOVE WS-PCP-HIST-OPT TO WS-RES-N
               ELSE
                   MOVE N TO WS-RES-N
               END-IF
               MOVE WS-PCP-WBITS TO WS-RES-CW
           ELSE
               MOVE M TO WS-RES-M
               MOVE N TO WS-RES-N
               MOVE WS-COUNTER-BITS TO WS-RES-CW
           END-IF.

       *> BTB summary companion line to the rate line above. The
       *> combined rate is "direction right AND target hit" over the
       *> scored branches that carried a target.
       DISPLAY-BTB-STATS.
           MOVE BTB-HITS TO DISP-BTB-HITS
           COMPUTE DISP-BTB-MISSES = BTB-LOOKUPS - BTB-HITS

           IF BTB-LOOKUPS > 0
               COMPUTE WS-BTB-RATE = BTB-COMBINED / BTB-LOOKUPS
           ELSE
               MOVE 0 TO WS-BTB-RATE
           END-IF
           MOVE WS-BTB-RATE TO DISPLAY-BTB-RATE

           DISPLAY "btb hits=" FUNCTION TRIM(DISP-BTB-HITS)
                   " misses=" FUNCTION TRIM(DISP-BTB-MISSES)
                   " dir_target_rate=" DISPLAY-BTB-RATE.

       *> Cost model figures for the result CALCULATE-STATS just
       *> printed. Always computed - the CSV row carries them even
       *> when the console line is suppressed - but only meaningful
       *> when PENALTY= is set. The instruction denominator is the
       *> trace's own counts when it supplied any, else branches
       *> times the IPB= constant.
       COMPUTE-COST-MODEL.
           IF WS-INSTR-COUNT > 0
                   AND WS-INSTR-BRANCHES = TOTAL-BRANCHES
               MOVE WS-INSTR-COUNT TO WS-EST-INSTR
           ELSE
               COMPUTE WS-EST-INSTR = TOTAL-BRANCHES * WS-IPB
               IF WS-INSTR-BRANCHES > 0 AND WS-PENALTY-CYCLES > 0
                   DISPLAY "Warning: #<count> fields cover only "
                           "part of the scored branches - cost "
                           "model uses the IPB estimate"
               END-IF
           END-IF

           IF WS-EST-INSTR > 0 AND WS-PENALTY-CYCLES > 0
               COMPUTE WS-MPKI ROUNDED =
                   MISPREDICTIONS * 1000 / WS-EST-INSTR
               COMPUTE WS-CPI-PENALTY ROUNDED =
                   MISPREDICTIONS * WS-PENALTY-CYCLES / WS-EST-INSTR
           ELSE
               MOVE 0 TO WS-MPKI
               MOVE 0 TO WS-CPI-PENALTY
           END-IF

           *> A suite row carries the weighted mean MPKI whether or
           *> not PENALTY= is set.
           IF IS-SUITE-ROW
               MOVE WS-SUITE-WMPKI TO WS-MPKI
               IF WS-PENALTY-CYCLES > 0
                   COMPUTE WS-CPI-PENALTY ROUNDED =
                       WS-SUITE-WMPKI * WS-PENALTY-CYCLES / 1000
               END-IF
           END-IF.

       DISPLAY-COST-MODEL.
           MOVE WS-PENALTY-CYCLES TO DISP-PENALTY
           MOVE WS-EST-INSTR TO DISP-EST-INSTR
           MOVE WS-MPKI TO DISPLAY-MPKI
           MOVE WS-CPI-PENALTY TO DISPLAY-CPI-PEN

           DISPLAY "cost penalty="
                   FUNCTION TRIM(DISP-PENALTY)
                   " instructions=" FUNCTION TRIM(DISP-EST-INSTR)
                   " mpki=" DISPLAY-MPKI
                   " cpi_penalty=" DISPLAY-CPI-PEN.

       *> Return-address-stack companion line. The hit rate is over
       *> the scored returns that carried a target to compare against
       *> - hits plus misses, underflows already counted as misses.
       DISPLAY-RAS-STATS.
           IF RAS-HITS + RAS-MISSES > 0
               COMPUTE WS-RAS-RATE =
                   RAS-HITS / (RAS-HITS + RAS-MISSES)
           ELSE
               MOVE 0 TO WS-RAS-RATE
           END-IF
           MOVE WS-RAS-RATE TO DISPLAY-RAS-RATE

           MOVE RAS-PUSHES TO DISP-RAS-CNT
           DISPLAY "ras pushes=" FUNCTION TRIM(DISP-RAS-CNT)
               WITH NO ADVANCING
           MOVE RAS-POPS TO DISP-RAS-CNT
           DISPLAY " pops=" FUNCTION TRIM(DISP-RAS-CNT)
               WITH NO ADVANCING
           MOVE RAS-HITS TO DISP-RAS-CNT
           DISPLAY " hits=" FUNCTION TRIM(DISP-RAS-CNT)
               WITH NO ADVANCING
           MOVE RAS-MISSES TO DISP-RAS-CNT
           DISPLAY " misses=" FUNCTION TRIM(DISP-RAS-CNT)
               WITH NO ADVANCING
           MOVE RAS-UNDERFLOWS TO DISP-RAS-CNT
           DISPLAY " underflow=" FUNCTION TRIM(DISP-RAS-CNT)
                   " return_hit_rate=" DISPLAY-RAS-RATE.

       *> ----------------------------------------------------------------
       *> CSV report output - appends trace,M,N,total_branches,
       *> mispredictions,misp_rate rows to WS-CSV-PATH, writing the
       *> header once. The trace column carries WS-REPORT-LABEL
       *> ("TOTAL" for the combined multi-trace row) or, for a
       *> per-trace row, the trimmed trace file name - otherwise rows
       *> for different traces (or the TOTAL row) at the same M,N are
       *> indistinguishable in the CSV.
       *> ----------------------------------------------------------------
       OPEN-CSV.
           MOVE WS-CSV-PATH TO WS-GEN-REF
           MOVE WS-CSV-KEEP TO WS-GEN-KEEP
           MOVE 'Y' TO WS-GEN-WRITE
           MOVE 'N' TO WS-GEN-REUSE
           PERFORM GEN-RESOLVE
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-REF TO WS-CSV-PATH

           OPEN INPUT CSV-FILE
           IF WS-CSV-FILE-STATUS = "35"
               OPEN OUTPUT CSV-FILE
               IF WS-CSV-FILE-STATUS NOT = "00"
                   MOVE "csv" TO WS-FERR-USE
                   MOVE WS-CSV-PATH TO WS-FERR-PATH
                   MOVE WS-CSV-FILE-STATUS TO WS-FERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
               MOVE "trace,M,N,total_branches,mispredictions,misp_rate,btb_hits,btb_misses,dir_target_rate,penalty_cycles,instructions,mpki,cpi_penalty,sampled,ci95,sim_fraction,profile,type,cwidth,run_date,weight,geomean_rate"
                   TO CSV-RECORD
               WRITE CSV-RECORD
           ELSE
               CLOSE CSV-FILE
               OPEN EXTEND CSV-FILE
               IF WS-CSV-FILE-STATUS NOT = "00"
                   MOVE "csv" TO WS-FERR-USE
                   MOVE WS-CSV-PATH TO WS-FERR-PATH
                   MOVE WS-CSV-FILE-STATUS TO WS-FERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'Y' TO WS-CSV-OPEN
           ACCEPT WS-CSV-DATE FROM DATE YYYYMMDD
           IF IS-GEN-CREATED
               PERFORM GEN-PRUNE
           END-IF.

       WRITE-CSV-ROW.
           MOVE TOTAL-BRANCHES TO DISP-TOTAL
           MOVE MISPREDICTIONS TO DISP-MISP
           MOVE SPACES TO CSV-RECORD
           MOVE SPACES TO WS-CSV-LABEL

           IF WS-REPORT-LABEL = SPACES
               MOVE WS-CUR-TRACE TO WS-CSV-LABEL
           ELSE
               MOVE WS-REPORT-LABEL TO WS-CSV-LABEL
           END-IF

           MOVE BTB-HITS TO DISP-BTB-HITS
           COMPUTE DISP-BTB-MISSES = BTB-LOOKUPS - BTB-HITS
           IF BTB-LOOKUPS > 0
               COMPUTE WS-BTB-RATE = BTB-COMBINED / BTB-LOOKUPS
           ELSE
               MOVE 0 TO WS-BTB-RATE
           END-IF
           MOVE WS-BTB-RATE TO DISPLAY-BTB-RATE

           MOVE WS-PENALTY-CYCLES TO DISP-PENALTY
           MOVE WS-EST-INSTR TO DISP-EST-INSTR
           MOVE WS-MPKI TO DISPLAY-MPKI
           MOVE WS-CPI-PENALTY TO DISPLAY-CPI-PEN

           *> A full-trace row says so explicitly - N, no interval,
           *> the whole trace simulated.
           IF IS-SAMPLING
               MOVE "Y" TO WS-CSV-SAMPLED
               MOVE SMP-CI95 TO DISPLAY-SMP-CI
               MOVE SMP-FRACTION TO DISPLAY-SMP-FRACT
           ELSE
               MOVE "N" TO WS-CSV-SAMPLED
               MOVE 0 TO DISPLAY-SMP-CI
               MOVE 1 TO DISPLAY-SMP-FRACT
           END-IF

           MOVE WS-RES-M TO DISP-CSV-M
           MOVE WS-RES-N TO DISP-CSV-N
           MOVE WS-RES-CW TO DISP-CSV-CW

           *> Weight on list traces and the suite row, the geometric
           *> mean on the suite row only - empty elsewhere.
           MOVE SPACES TO WS-CSV-WEIGHT-TXT
           MOVE SPACES TO WS-CSV-GEO-TXT
           IF WS-SUITE-CUR-WEIGHT > 0
               MOVE WS-SUITE-CUR-WEIGHT TO DISP-SUITE-WEIGHT
               MOVE FUNCTION TRIM(DISP-SUITE-WEIGHT)
                   TO WS-CSV-WEIGHT-TXT
           END-IF
           IF IS-SUITE-ROW
               MOVE WS-SUITE-CUR-GEO TO DISPLAY-SUITE-GEO
               MOVE FUNCTION TRIM(DISPLAY-SUITE-GEO) TO WS-CSV-GEO-TXT
           END-IF

           STRING FUNCTION TRIM(WS-CSV-LABEL)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-CSV-M)   DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-CSV-N)   DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-TOTAL)   DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-MISP)    DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(DISPLAY-RATE) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-BTB-HITS) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-BTB-MISSES) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(DISPLAY-BTB-RATE) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-PENALTY) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-EST-INSTR) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(DISPLAY-MPKI) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(DISPLAY-CPI-PEN) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-CSV-SAMPLED              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(DISPLAY-SMP-CI) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  DISPLAY-SMP-FRACT           DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CFGM-NAME) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TYPE)      DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-CSV-CW)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-CSV-DATE                 DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-CSV-WEIGHT-TXT           DELIMITED BY SPACE
                  ","                         DELIMITED BY SIZE
                  WS-CSV-GEO-TXT              DELIMITED BY SPACE
               INTO CSV-RECORD
               ON OVERFLOW
                   DISPLAY "Warning: CSV row for "
                           FUNCTION TRIM(WS-CSV-LABEL)
                           " truncated - trailing columns lost"
           END-STRING

           WRITE CSV-RECORD.

       *> ----------------------------------------------------------------
       *> Warehouse interface extract. Rewritten whole each run - the
       *> loader wants a self-contained file whose trailer vouches
       *> for its own details, not an append log. The detail fields
       *> mirror the HIST-RECORD plus the run date/time stamps.
       *> ----------------------------------------------------------------
       OPEN-EXTRACT.
           MOVE WS-EXTRACT-PATH TO WS-GEN-REF
           MOVE WS-EXTRACT-KEEP TO WS-GEN-KEEP
           MOVE 'Y' TO WS-GEN-WRITE
           MOVE 'N' TO WS-GEN-REUSE
           PERFORM GEN-RESOLVE
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-REF TO WS-EXTRACT-PATH

           *> The extract is written whole, trailer and all, so a
           *> second step writing the job's new generation would wipe
           *> the first step's feed - refused, as a second DISP=NEW
           *> of one generation is in JCL.
           IF IS-GEN-JOB-NEW
               DISPLAY "Error: extract generation "
                       FUNCTION TRIM(WS-EXTRACT-PATH)
                       " was already written in this job - give each "
                       "step its own extract"
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               MOVE "extract" TO WS-FERR-USE
               MOVE WS-EXTRACT-PATH TO WS-FERR-PATH
               MOVE WS-EXTRACT-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-EXTRACT-OPEN
           IF IS-GEN-CREATED
               PERFORM GEN-PRUNE
           END-IF

           MOVE 0 TO EXT-DETAIL-CNT
           MOVE 0 TO EXT-HASH-TOTAL

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME

           MOVE WS-RUN-DATE TO EXT-H-DATE
           MOVE WS-RUN-TIME TO EXT-H-TIME
           IF IS-CMP-ENABLED
               MOVE "compare" TO EXT-H-TYPE
           ELSE
               IF IS-BATCH-ENABLED
                   MOVE WS-BATCH-TYPE TO EXT-H-TYPE
               ELSE
                   MOVE WS-TYPE TO EXT-H-TYPE
               END-IF
           END-IF
           WRITE EXTRACT-RECORD FROM EXT-HDR-REC.

       WRITE-EXTRACT-RECORD.
           IF WS-REPORT-LABEL = SPACES
               MOVE WS-CUR-TRACE TO EXT-D-TRACE
           ELSE
               MOVE WS-REPORT-LABEL TO EXT-D-TRACE
           END-IF
           MOVE WS-TYPE TO EXT-D-TYPE
           MOVE WS-RES-M TO EXT-D-M
           MOVE WS-RES-N TO EXT-D-N
           MOVE WS-RES-CW TO EXT-D-CWIDTH
           MOVE WS-WARMUP-COUNT TO EXT-D-WARMUP
           MOVE TOTAL-BRANCHES TO EXT-D-TOTAL
           MOVE MISPREDICTIONS TO EXT-D-MISP
           MOVE SKIPPED-COUNT TO EXT-D-SKIPPED
           IF TOTAL-BRANCHES > 0
               MOVE MISP-RATE TO EXT-D-RATE
           ELSE
               MOVE 0 TO EXT-D-RATE
           END-IF
           MOVE WS-RUN-DATE TO EXT-D-DATE
           MOVE WS-RUN-TIME TO EXT-D-TIME
           IF IS-SAMPLING
               MOVE 'S' TO EXT-D-SAMPLED
               MOVE SMP-CI95 TO EXT-D-CI95
           ELSE
               MOVE SPACE TO EXT-D-SAMPLED
               MOVE 0 TO EXT-D-CI95
           END-IF
           MOVE WS-CFGM-NAME TO EXT-D-PROFILE
           MOVE WS-SUITE-CUR-WEIGHT TO EXT-D-WEIGHT
           MOVE WS-SUITE-CUR-GEO TO EXT-D-GEO-RATE

           WRITE EXTRACT-RECORD FROM EXT-DTL-REC
           IF WS-EXTRACT-STATUS NOT = "00"
               MOVE "extract" TO WS-FERR-USE
               MOVE WS-EXTRACT-PATH TO WS-FERR-PATH
               MOVE WS-EXTRACT-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO EXT-DETAIL-CNT
           ADD MISPREDICTIONS TO EXT-HASH-TOTAL.

       CLOSE-EXTRACT.
           MOVE EXT-DETAIL-CNT TO EXT-T-COUNT
           MOVE EXT-HASH-TOTAL TO EXT-T-HASH
           WRITE EXTRACT-RECORD FROM EXT-TRL-REC
           CLOSE EXTRACT-FILE
           MOVE 'N' TO WS-EXTRACT-OPEN.

       *> ----------------------------------------------------------------
       *> Sweep analyzer. Loads the CSV back into ANA-ROWS, then prints
       *> one section per trace: the M x N rate grid (up to 14 N
       *> columns per 132-character print line), a ranking of the ten
       *> best configurations, the best rate at each history length
       *> with its marginal gain over one bit less, and the trace's
       *> winning configuration. A final summary recommends the
       *> configuration that won the most traces and shows the control
       *> totals of what was read.
       *> ----------------------------------------------------------------
       ANALYZE-SWEEP.
           MOVE WS-CSV-PATH TO WS-GEN-REF
           PERFORM GEN-RESOLVE-INPUT
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-REF TO WS-CSV-PATH

           OPEN INPUT CSV-FILE
           IF WS-CSV-FILE-STATUS NOT = "00"
               MOVE "csv" TO WS-FERR-USE
               MOVE WS-CSV-PATH TO WS-FERR-PATH
               MOVE WS-CSV-FILE-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ANA-ROW-COUNT
           MOVE 0 TO ANA-ROW-SKIPPED
           MOVE 0 TO ANA-ROW-SAMPLED
           MOVE 0 TO ANA-TRACE-COUNT
           MOVE 0 TO ANA-WIN-COUNT
           MOVE 'Y' TO ANA-COST-ALL
           MOVE 'N' TO ANA-COST-ANY
           MOVE 'N' TO ANA-COST-MODE
           MOVE 0 TO ANA-ROW-OTHER
           IF WS-ANA-RANK = SPACES
               MOVE "trace" TO WS-ANA-UNIT
           ELSE
               MOVE "suite" TO WS-ANA-UNIT
           END-IF
           MOVE 'N' TO WS-EOF

           PERFORM UNTIL END-OF-FILE
               READ CSV-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM ANA-LOAD-ROW
               END-READ
           END-PERFORM

           CLOSE CSV-FILE

           IF ANA-ROW-COUNT = 0
               DISPLAY "No data rows in " FUNCTION TRIM(WS-CSV-PATH)
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PAGE-NO
           MOVE 9999 TO WS-PAGE-LINE-CNT
           MOVE SPACES TO WS-PRT-TITLE
           STRING "sweep analysis of " FUNCTION TRIM(WS-CSV-PATH)
               DELIMITED BY SIZE INTO WS-PRT-TITLE
           END-STRING

           *> A suite ranking is by the suite score asked for, never
           *> by the cost model.
           EVALUATE TRUE
               WHEN WS-ANA-RANK = "SUITE"
                   MOVE "(suites ranked by weighted mean rate)"
                       TO WS-PRT-LINE
                   PERFORM PRINT-LINE
               WHEN WS-ANA-RANK = "GEOMEAN"
                   MOVE "(suites ranked by weighted geometric mean rate)"
                       TO WS-PRT-LINE
                   PERFORM PRINT-LINE
               WHEN ANA-COST-ALL = 'Y' AND ANA-COST-ANY = 'Y'
                   MOVE 'Y' TO ANA-COST-MODE
                   MOVE "(rankings ordered by modeled cpi penalty)"
                       TO WS-PRT-LINE
                   PERFORM PRINT-LINE
           END-EVALUATE

           PERFORM VARYING ANA-TRACE-IX FROM 1 BY 1
                   UNTIL ANA-TRACE-IX > ANA-TRACE-COUNT
               PERFORM ANA-REPORT-TRACE
           END-PERFORM

           PERFORM ANA-REPORT-FINAL.

       ANA-LOAD-ROW.
           MOVE SPACES TO ANA-F1 ANA-F2 ANA-F3 ANA-F4 ANA-F5 ANA-F6
                          ANA-F7 ANA-F8 ANA-F9 ANA-F10 ANA-F11
                          ANA-F12 ANA-F13 ANA-F14 ANA-F15 ANA-F16
                          ANA-F17 ANA-F18 ANA-F19 ANA-F20 ANA-F21
                          ANA-F22
           UNSTRING CSV-RECORD DELIMITED BY ","
               INTO ANA-F1 ANA-F2 ANA-F3 ANA-F4 ANA-F5 ANA-F6
                    ANA-F7 ANA-F8 ANA-F9 ANA-F10 ANA-F11 ANA-F12
                    ANA-F13 ANA-F14 ANA-F15 ANA-F16 ANA-F17 ANA-F18
                    ANA-F19 ANA-F20 ANA-F21 ANA-F22
           END-UNSTRING

           IF ANA-F1 = "trace" OR ANA-F1 = SPACES
               *> Header line (or blank) - not data, not an error.
               EXIT PARAGRAPH
           END-IF

           IF WS-ANA-RANK NOT = SPACES AND ANA-F1(1:6) NOT = "SUITE:"
               ADD 1 TO ANA-ROW-OTHER
               EXIT PARAGRAPH
           END-IF
           IF WS-ANA-RANK = "GEOMEAN" AND ANA-F22 = SPACES
               ADD 1 TO ANA-ROW-SKIPPED
               EXIT PARAGRAPH
           END-IF

           IF ANA-F2 = SPACES OR ANA-F3 = SPACES OR ANA-F6 = SPACES
               ADD 1 TO ANA-ROW-SKIPPED
               EXIT PARAGRAPH
           END-IF

           IF ANA-ROW-COUNT >= 10000
               ADD 1 TO ANA-ROW-SKIPPED
               EXIT PARAGRAPH
           END-IF

           *> Find or register the trace name.
           MOVE 0 TO ANA-TRACE-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ANA-TRACE-COUNT
               IF ANA-TRACE-NAME(I) = ANA-F1
                   MOVE I TO ANA-TRACE-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ANA-TRACE-IX = 0
               IF ANA-TRACE-COUNT >= 64
                   ADD 1 TO ANA-ROW-SKIPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ANA-TRACE-COUNT
               MOVE ANA-F1 TO ANA-TRACE-NAME(ANA-TRACE-COUNT)
               MOVE ANA-TRACE-COUNT TO ANA-TRACE-IX
           END-IF

           ADD 1 TO ANA-ROW-COUNT
           MOVE ANA-TRACE-IX TO ANA-R-TRACE(ANA-ROW-COUNT)
           MOVE FUNCTION NUMVAL(ANA-F2) TO ANA-R-M(ANA-ROW-COUNT)
           MOVE FUNCTION NUMVAL(ANA-F3) TO ANA-R-N(ANA-ROW-COUNT)
           IF WS-ANA-RANK = "GEOMEAN"
               MOVE FUNCTION NUMVAL(ANA-F22)
                   TO ANA-R-RATE(ANA-ROW-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(ANA-F6)
                   TO ANA-R-RATE(ANA-ROW-COUNT)
           END-IF

           *> Rows from before the cost-model columns existed simply
           *> have no 13th field; they pull the whole file back to
           *> rate-based ranking.
           IF ANA-F13 = SPACES
               MOVE 0 TO ANA-R-COST(ANA-ROW-COUNT)
               MOVE 'N' TO ANA-COST-ALL
           ELSE
               MOVE FUNCTION NUMVAL(ANA-F13)
                   TO ANA-R-COST(ANA-ROW-COUNT)
               IF ANA-R-COST(ANA-ROW-COUNT) > 0
                   MOVE 'Y' TO ANA-COST-ANY
               ELSE
                   *> A new-format row from a run without PENALTY=
                   *> carries a zero cost - it would sort as the
                   *> cheapest configuration, so a mixed file ranks
                   *> by rate like an old one.
                   MOVE 'N' TO ANA-COST-ALL
               END-IF
           END-IF

           IF ANA-R-M(ANA-ROW-COUNT) > 30
                   OR ANA-R-N(ANA-ROW-COUNT) > 30
               SUBTRACT 1 FROM ANA-ROW-COUNT
               ADD 1 TO ANA-ROW-SKIPPED
               EXIT PARAGRAPH
           END-IF

           IF ANA-F14 = "Y"
               ADD 1 TO ANA-ROW-SAMPLED
           END-IF.

       ANA-REPORT-TRACE.
           INITIALIZE ANA-GRID
           MOVE SPACES TO ANA-M-USED
           MOVE SPACES TO ANA-N-USED

           PERFORM VARYING ANA-ROW-IX FROM 1 BY 1
                   UNTIL ANA-ROW-IX > ANA-ROW-COUNT
               IF ANA-R-TRACE(ANA-ROW-IX) = ANA-TRACE-IX
                   COMPUTE ANA-M-IX = ANA-R-M(ANA-ROW-IX) + 1
                   COMPUTE ANA-N-IX = ANA-R-N(ANA-ROW-IX) + 1
                   MOVE ANA-R-RATE(ANA-ROW-IX)
                       TO ANA-G-RATE(ANA-M-IX, ANA-N-IX)
                   MOVE ANA-R-COST(ANA-ROW-IX)
                       TO ANA-G-COST(ANA-M-IX, ANA-N-IX)
                   IF IS-ANA-COST-RANKED
                       MOVE ANA-R-COST(ANA-ROW-IX)
                           TO ANA-G-SORT(ANA-M-IX, ANA-N-IX)
                   ELSE
                       MOVE ANA-R-RATE(ANA-ROW-IX)
                           TO ANA-G-SORT(ANA-M-IX, ANA-N-IX)
                   END-IF
                   MOVE 'Y' TO ANA-G-HAVE(ANA-M-IX, ANA-N-IX)
                   MOVE 'Y' TO ANA-M-FLAG(ANA-M-IX)
                   MOVE 'Y' TO ANA-N-FLAG(ANA-N-IX)
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-PRT-LINE
           PERFORM PRINT-LINE
           IF WS-ANA-RANK = SPACES
               STRING "trace: "
                      FUNCTION TRIM(ANA-TRACE-NAME(ANA-TRACE-IX))
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
           ELSE
               STRING "suite: "
                      FUNCTION TRIM(ANA-TRACE-NAME(ANA-TRACE-IX)(7:))
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE

           PERFORM ANA-PRINT-GRID
           PERFORM ANA-PRINT-RANKING
           PERFORM ANA-PRINT-MARGINALS
           PERFORM ANA-PRINT-WINNER.

       *> Misprediction-rate grid, M down the side and N across the
       *> top. 14 eight-character columns is what fits a 132-character
       *> print line beside the row label.
       ANA-PRINT-GRID.
           MOVE 0 TO ANA-N-COLS
           PERFORM VARYING ANA-N-IX FROM 1 BY 1 UNTIL ANA-N-IX > 31
               IF ANA-N-FLAG(ANA-N-IX) = 'Y'
                   ADD 1 TO ANA-N-COLS
               END-IF
           END-PERFORM

           MOVE " M\N" TO WS-PRT-LINE(1:4)
           MOVE 0 TO ANA-COL
           PERFORM VARYING ANA-N-IX FROM 1 BY 1 UNTIL ANA-N-IX > 31
               IF ANA-N-FLAG(ANA-N-IX) = 'Y' AND ANA-COL < 14
                   ADD 1 TO ANA-COL
                   COMPUTE ANA-COL-POS = 7 + (ANA-COL - 1) * 8
                   COMPUTE DISP-ANA-N = ANA-N-IX - 1
                   MOVE DISP-ANA-N TO WS-PRT-LINE(ANA-COL-POS + 5:2)
               END-IF
           END-PERFORM
           PERFORM PRINT-LINE

           PERFORM VARYING ANA-M-IX FROM 1 BY 1 UNTIL ANA-M-IX > 31
               IF ANA-M-FLAG(ANA-M-IX) = 'Y'
                   PERFORM ANA-PRINT-GRID-ROW
               END-IF
           END-PERFORM

           IF ANA-N-COLS > 14
               MOVE "(grid truncated at 14 N columns)"
                   TO WS-PRT-LINE
               PERFORM PRINT-LINE
           END-IF.

       ANA-PRINT-GRID-ROW.
           COMPUTE DISP-ANA-M = ANA-M-IX - 1
           MOVE DISP-ANA-M TO WS-PRT-LINE(2:2)

           MOVE 0 TO ANA-COL
           PERFORM VARYING ANA-N-IX FROM 1 BY 1 UNTIL ANA-N-IX > 31
               IF ANA-N-FLAG(ANA-N-IX) = 'Y' AND ANA-COL < 14
                   ADD 1 TO ANA-COL
                   COMPUTE ANA-COL-POS = 7 + (ANA-COL - 1) * 8
                   IF ANA-G-HAVE(ANA-M-IX, ANA-N-IX) = 'Y'
                       MOVE ANA-G-RATE(ANA-M-IX, ANA-N-IX)
                           TO DISPLAY-ANA-CELL
                       MOVE DISPLAY-ANA-CELL
                           TO WS-PRT-LINE(ANA-COL-POS:7)
                   ELSE
                       MOVE "   -" TO WS-PRT-LINE(ANA-COL-POS:7)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM PRINT-LINE.

       *> Ten lowest rates on the grid, best first.
       ANA-PRINT-RANKING.
           MOVE SPACES TO WS-PRT-LINE
           PERFORM PRINT-LINE
           MOVE "best configurations:" TO WS-PRT-LINE
           PERFORM PRINT-LINE

           PERFORM VARYING ANA-RANK FROM 1 BY 1 UNTIL ANA-RANK > 10
               MOVE 'N' TO ANA-HAVE-BEST
               MOVE 0 TO ANA-BEST-M
               MOVE 0 TO ANA-BEST-N
               PERFORM VARYING ANA-M-IX FROM 1 BY 1
                       UNTIL ANA-M-IX > 31
                   PERFORM VARYING ANA-N-IX FROM 1 BY 1
                           UNTIL ANA-N-IX > 31
                       IF ANA-G-HAVE(ANA-M-IX, ANA-N-IX) = 'Y'
                               AND ANA-G-RANKED(ANA-M-IX, ANA-N-IX)
                                   NOT = 'Y'
                           IF ANA-HAVE-BEST = 'N'
                               MOVE ANA-M-IX TO ANA-BEST-M
                               MOVE ANA-N-IX TO ANA-BEST-N
                               MOVE 'Y' TO ANA-HAVE-BEST
                           ELSE
                               IF ANA-G-SORT(ANA-M-IX, ANA-N-IX)
                                   < ANA-G-SORT(ANA-BEST-M, ANA-BEST-N)
                                   MOVE ANA-M-IX TO ANA-BEST-M
                                   MOVE ANA-N-IX TO ANA-BEST-N
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM

               IF ANA-HAVE-BEST = 'N'
                   EXIT PERFORM
               END-IF

               MOVE 'Y' TO ANA-G-RANKED(ANA-BEST-M, ANA-BEST-N)
               COMPUTE DISP-ANA-M = ANA-BEST-M - 1
               COMPUTE DISP-ANA-N = ANA-BEST-N - 1
               MOVE ANA-G-RATE(ANA-BEST-M, ANA-BEST-N)
                   TO DISPLAY-ANA-CELL
               MOVE ANA-RANK TO DISP-ANA-CNT
               IF IS-ANA-COST-RANKED
                   MOVE ANA-G-COST(ANA-BEST-M, ANA-BEST-N)
                       TO DISPLAY-ANA-COST
                   STRING "  " FUNCTION TRIM(DISP-ANA-CNT)
                          ". M=" FUNCTION TRIM(DISP-ANA-M)
                          " N=" FUNCTION TRIM(DISP-ANA-N)
                          " cpi_penalty=" DISPLAY-ANA-COST
                          " rate=" DISPLAY-ANA-CELL
                       DELIMITED BY SIZE INTO WS-PRT-LINE
                   END-STRING
               ELSE
                   STRING "  " FUNCTION TRIM(DISP-ANA-CNT)
                          ". M=" FUNCTION TRIM(DISP-ANA-M)
                          " N=" FUNCTION TRIM(DISP-ANA-N)
                          " rate=" DISPLAY-ANA-CELL
                       DELIMITED BY SIZE INTO WS-PRT-LINE
                   END-STRING
               END-IF
               PERFORM PRINT-LINE
           END-PERFORM.

       *> Best rate at each history length N, and what the step from
       *> N-1 bought (positive gain = the extra bit helped).
       ANA-PRINT-MARGINALS.
           MOVE SPACES TO WS-PRT-LINE
           PERFORM PRINT-LINE
           MOVE "history-bit marginal gain (best rate per N):"
               TO WS-PRT-LINE
           PERFORM PRINT-LINE

           MOVE 'N' TO ANA-PREV-HAVE
           PERFORM VARYING ANA-N-IX FROM 1 BY 1 UNTIL ANA-N-IX > 31
               IF ANA-N-FLAG(ANA-N-IX) = 'Y'
                   PERFORM ANA-PRINT-ONE-MARGINAL
               END-IF
           END-PERFORM.

       ANA-PRINT-ONE-MARGINAL.
           MOVE 'N' TO ANA-COL-HAVE
           PERFORM VARYING ANA-M-IX FROM 1 BY 1 UNTIL ANA-M-IX > 31
               IF ANA-G-HAVE(ANA-M-IX, ANA-N-IX) = 'Y'
                   IF ANA-COL-HAVE = 'N'
                           OR ANA-G-RATE(ANA-M-IX, ANA-N-IX)
                               < ANA-COL-BEST
                       MOVE ANA-G-RATE(ANA-M-IX, ANA-N-IX)
                           TO ANA-COL-BEST
                       MOVE 'Y' TO ANA-COL-HAVE
                   END-IF
               END-IF
           END-PERFORM

           IF ANA-COL-HAVE = 'N'
               EXIT PARAGRAPH
           END-IF

           COMPUTE DISP-ANA-N = ANA-N-IX - 1
           MOVE ANA-COL-BEST TO DISPLAY-ANA-CELL

           IF ANA-PREV-HAVE = 'Y'
               COMPUTE ANA-GAIN = ANA-PREV-BEST - ANA-COL-BEST
               MOVE ANA-GAIN TO DISPLAY-ANA-GAIN
               STRING "  N=" FUNCTION TRIM(DISP-ANA-N)
                      " best=" DISPLAY-ANA-CELL
                      " gain=" DISPLAY-ANA-GAIN
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
           ELSE
               STRING "  N=" FUNCTION TRIM(DISP-ANA-N)
                      " best=" DISPLAY-ANA-CELL
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE

           MOVE ANA-COL-BEST TO ANA-PREV-BEST
           MOVE 'Y' TO ANA-PREV-HAVE.

       *> The trace's winning cell (lowest rate; ties go to the
       *> smaller, cheaper table and shorter history), also tallied
       *> for the cross-trace recommendation.
       ANA-PRINT-WINNER.
           MOVE 'N' TO ANA-HAVE-BEST
           MOVE 0 TO ANA-BEST-M
           MOVE 0 TO ANA-BEST-N
           PERFORM VARYING ANA-M-IX FROM 1 BY 1 UNTIL ANA-M-IX > 31
               PERFORM VARYING ANA-N-IX FROM 1 BY 1
                       UNTIL ANA-N-IX > 31
                   IF ANA-G-HAVE(ANA-M-IX, ANA-N-IX) = 'Y'
                       IF ANA-HAVE-BEST = 'N'
                           MOVE ANA-M-IX TO ANA-BEST-M
                           MOVE ANA-N-IX TO ANA-BEST-N
                           MOVE 'Y' TO ANA-HAVE-BEST
                       ELSE
                           IF ANA-G-SORT(ANA-M-IX, ANA-N-IX)
                               < ANA-G-SORT(ANA-BEST-M, ANA-BEST-N)
                               MOVE ANA-M-IX TO ANA-BEST-M
                               MOVE ANA-N-IX TO ANA-BEST-N
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           IF ANA-HAVE-BEST = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PRT-LINE
           PERFORM PRINT-LINE
           COMPUTE DISP-ANA-M = ANA-BEST-M - 1
           COMPUTE DISP-ANA-N = ANA-BEST-N - 1
           MOVE ANA-G-RATE(ANA-BEST-M, ANA-BEST-N) TO DISPLAY-ANA-CELL
           IF IS-ANA-COST-RANKED
               MOVE ANA-G-COST(ANA-BEST-M, ANA-BEST-N)
                   TO DISPLAY-ANA-COST
               STRING "winner: M=" FUNCTION TRIM(DISP-ANA-M)
                      " N=" FUNCTION TRIM(DISP-ANA-N)
                      " cpi_penalty=" DISPLAY-ANA-COST
                      " rate=" DISPLAY-ANA-CELL
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
           ELSE
               STRING "winner: M=" FUNCTION TRIM(DISP-ANA-M)
                      " N=" FUNCTION TRIM(DISP-ANA-N)
                      " rate=" DISPLAY-ANA-CELL
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE

           MOVE 0 TO ANA-WIN-PICK
           PERFORM VARYING ANA-WIN-IX FROM 1 BY 1
                   UNTIL ANA-WIN-IX > ANA-WIN-COUNT
               IF ANA-WIN-M(ANA-WIN-IX) = ANA-BEST-M
                       AND ANA-WIN-N(ANA-WIN-IX) = ANA-BEST-N
                   MOVE ANA-WIN-IX TO ANA-WIN-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ANA-WIN-PICK = 0 AND ANA-WIN-COUNT < 64
               ADD 1 TO ANA-WIN-COUNT
               MOVE ANA-WIN-COUNT TO ANA-WIN-PICK
               MOVE ANA-BEST-M TO ANA-WIN-M(ANA-WIN-PICK)
               MOVE ANA-BEST-N TO ANA-WIN-N(ANA-WIN-PICK)
               MOVE 0 TO ANA-WIN-CNT(ANA-WIN-PICK)
           END-IF
           IF ANA-WIN-PICK > 0
               ADD 1 TO ANA-WIN-CNT(ANA-WIN-PICK)
           END-IF.

       ANA-REPORT-FINAL.
           MOVE SPACES TO WS-PRT-LINE
           PERFORM PRINT-LINE
           MOVE "==== sweep summary ====" TO WS-PRT-LINE
           PERFORM PRINT-LINE

           MOVE ANA-ROW-COUNT TO DISP-ANA-CNT
           STRING "rows read: " FUNCTION TRIM(DISP-ANA-CNT)
               DELIMITED BY SIZE INTO WS-PRT-LINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE ANA-ROW-SKIPPED TO DISP-ANA-CNT
           STRING "rows skipped: " FUNCTION TRIM(DISP-ANA-CNT)
               DELIMITED BY SIZE INTO WS-PRT-LINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE ANA-TRACE-COUNT TO DISP-ANA-CNT
           STRING FUNCTION TRIM(WS-ANA-UNIT) "s: "
                  FUNCTION TRIM(DISP-ANA-CNT)
               DELIMITED BY SIZE INTO WS-PRT-LINE
           END-STRING
           PERFORM PRINT-LINE
           IF ANA-ROW-OTHER > 0
               MOVE ANA-ROW-OTHER TO DISP-ANA-CNT
               STRING "per-trace rows passed over: "
                      FUNCTION TRIM(DISP-ANA-CNT)
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF
           IF ANA-ROW-SAMPLED > 0
               MOVE ANA-ROW-SAMPLED TO DISP-ANA-CNT
               STRING "rows from sampled runs (estimates): "
                      FUNCTION TRIM(DISP-ANA-CNT)
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF

           MOVE 0 TO ANA-WIN-PICK
           PERFORM VARYING ANA-WIN-IX FROM 1 BY 1
                   UNTIL ANA-WIN-IX > ANA-WIN-COUNT
               IF ANA-WIN-PICK = 0
                   MOVE ANA-WIN-IX TO ANA-WIN-PICK
               ELSE
                   IF ANA-WIN-CNT(ANA-WIN-IX)
                           > ANA-WIN-CNT(ANA-WIN-PICK)
                       MOVE ANA-WIN-IX TO ANA-WIN-PICK
                   END-IF
               END-IF
           END-PERFORM

           IF ANA-WIN-PICK > 0
               COMPUTE DISP-ANA-M = ANA-WIN-M(ANA-WIN-PICK) - 1
               COMPUTE DISP-ANA-N = ANA-WIN-N(ANA-WIN-PICK) - 1
               MOVE ANA-WIN-CNT(ANA-WIN-PICK) TO DISP-ANA-CNT
               STRING "recommended configuration: M="
                      FUNCTION TRIM(DISP-ANA-M)
                      " N=" FUNCTION TRIM(DISP-ANA-N)
                      " (best on " FUNCTION TRIM(DISP-ANA-CNT)
                      " " FUNCTION TRIM(WS-ANA-UNIT) "(s))"
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF.

       *> ----------------------------------------------------------------
       *> Aliasing analyzer. Loads the misprediction event log back in,
       *> tallying mispredictions and the distinct colliding PCs per
       *> PHT index, then prints the indexes ranked by misprediction
       *> count - an index listing several PCs is destructive aliasing,
       *> visible without any hand-written scripts over the raw log.
       *> Output is paginated through PRINT-LINE like the sweep report.
       *> ----------------------------------------------------------------
       EVENTS-ANALYZE.
           MOVE WS-EVENTLOG-PATH TO WS-GEN-REF
           PERFORM GEN-RESOLVE-INPUT
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-REF TO WS-EVENTLOG-PATH

           OPEN INPUT EVENT-FILE
           IF WS-EVENTLOG-STATUS NOT = "00"
               MOVE "event log" TO WS-FERR-USE
               MOVE WS-EVENTLOG-PATH TO WS-FERR-PATH
               MOVE WS-EVENTLOG-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EVA-TABLE
           MOVE 0 TO WS-EVA-USED
           MOVE 0 TO WS-EVA-OVERFLOW
           MOVE 0 TO WS-EVA-ROWS
           MOVE 0 TO WS-EVA-SKIPPED
           MOVE 'N' TO WS-EOF

           PERFORM UNTIL END-OF-FILE
               READ EVENT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM EVA-LOAD-ROW
               END-READ
           END-PERFORM

           CLOSE EVENT-FILE

           IF WS-EVA-ROWS = 0
               DISPLAY "No event records in "
                       FUNCTION TRIM(WS-EVENTLOG-PATH)
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PAGE-NO
           MOVE 9999 TO WS-PAGE-LINE-CNT
           MOVE SPACES TO WS-PRT-TITLE
           STRING "aliasing analysis of "
                  FUNCTION TRIM(WS-EVENTLOG-PATH)
               DELIMITED BY SIZE INTO WS-PRT-TITLE
           END-STRING

           PERFORM EVA-REPORT-TOTALS
           PERFORM EVA-REPORT-RANKING.

       EVA-LOAD-ROW.
           MOVE SPACES TO EVA-F1 EVA-F2 EVA-F3 EVA-F4 EVA-F5
                          EVA-F6 EVA-F7 EVA-F8 EVA-F9
           UNSTRING EVENT-RECORD DELIMITED BY ","
               INTO EVA-F1 EVA-F2 EVA-F3 EVA-F4 EVA-F5
                    EVA-F6 EVA-F7 EVA-F8 EVA-F9
           END-UNSTRING

           IF EVA-F1 = "line" OR EVA-F1 = SPACES
               *> Header line (or blank) - not data, not an error.
               EXIT PARAGRAPH
           END-IF

           IF EVA-F2 = SPACES OR EVA-F6 = SPACES
               ADD 1 TO WS-EVA-SKIPPED
               EXIT PARAGRAPH
           END-IF

           MOVE EVA-F2 TO WS-PC-HEX
           PERFORM HEX-TO-INT
           IF WS-HEX-ERROR = 'Y'
               ADD 1 TO WS-EVA-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE PC-VAL TO WS-EVA-PC-VAL
           MOVE FUNCTION NUMVAL(EVA-F6) TO WS-EVA-IDX-VAL

           ADD 1 TO WS-EVA-ROWS
           PERFORM EVA-LOCATE
           IF WS-EVA-SLOT = 0
               ADD 1 TO WS-EVA-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           IF EVA-USED(WS-EVA-SLOT) NOT = 'Y'
               MOVE 'Y' TO EVA-USED(WS-EVA-SLOT)
               MOVE WS-EVA-IDX-VAL TO EVA-IDX(WS-EVA-SLOT)
               ADD 1 TO WS-EVA-USED
           END-IF
           ADD 1 TO EVA-MISP(WS-EVA-SLOT)
           PERFORM EVA-TALLY-PC.

       *> Open-addressed lookup of WS-EVA-IDX-VAL, same linear-probe
       *> scheme as HOTSPOT-LOCATE; WS-EVA-SLOT 0 means the table is
       *> full of other indexes.
       EVA-LOCATE.
           COMPUTE WS-EVA-SLOT =
               FUNCTION MOD(WS-EVA-IDX-VAL, WS-EVA-CAPACITY) + 1
           MOVE 0 TO WS-EVA-PROBES
           PERFORM UNTIL WS-EVA-PROBES >= WS-EVA-CAPACITY
                   OR EVA-USED(WS-EVA-SLOT) NOT = 'Y'
                   OR EVA-IDX(WS-EVA-SLOT) = WS-EVA-IDX-VAL
               ADD 1 TO WS-EVA-PROBES
               COMPUTE WS-EVA-SLOT =
                   FUNCTION MOD(WS-EVA-SLOT, WS-EVA-CAPACITY) + 1
           END-PERFORM
           IF WS-EVA-PROBES >= WS-EVA-CAPACITY
               MOVE 0 TO WS-EVA-SLOT
           END-IF.

       *> Files WS-EVA-PC-VAL under the located index - an existing
       *> slot is bumped, a free slot registers the PC, and a seventh
       *> distinct PC just sets the "more" flag so the report can say
       *> the cluster is larger than what it lists.
       EVA-TALLY-PC.
           PERFORM VARYING WS-EVA-PC-IX FROM 1 BY 1
                   UNTIL WS-EVA-PC-IX > EVA-PC-CNT(WS-EVA-SLOT)
               IF EVA-PC(WS-EVA-SLOT, WS-EVA-PC-IX) = WS-EVA-PC-VAL
                   ADD 1 TO EVA-PC-MISP(WS-EVA-SLOT, WS-EVA-PC-IX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF EVA-PC-CNT(WS-EVA-SLOT) < 6
               ADD 1 TO EVA-PC-CNT(WS-EVA-SLOT)
               MOVE EVA-PC-CNT(WS-EVA-SLOT) TO WS-EVA-PC-IX
               MOVE WS-EVA-PC-VAL
                   TO EVA-PC(WS-EVA-SLOT, WS-EVA-PC-IX)
               MOVE 1 TO EVA-PC-MISP(WS-EVA-SLOT, WS-EVA-PC-IX)
           ELSE
               MOVE 'Y' TO EVA-PC-MORE(WS-EVA-SLOT)
           END-IF.

       EVA-REPORT-TOTALS.
           MOVE WS-EVA-ROWS TO DISP-EVA-CNT
           STRING "event records read: "
                  FUNCTION TRIM(DISP-EVA-CNT)
               DELIMITED BY SIZE INTO WS-PRT-LINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE WS-EVA-SKIPPED TO DISP-EVA-CNT
           STRING "records skipped: "
                  FUNCTION TRIM(DISP-EVA-CNT)
               DELIMITED BY SIZE INTO WS-PRT-LINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE WS-EVA-USED TO DISP-EVA-CNT
           STRING "distinct pht indexes: "
                  FUNCTION TRIM(DISP-EVA-CNT)
               DELIMITED BY SIZE INTO WS-PRT-LINE
           END-STRING
           PERFORM PRINT-LINE

           IF WS-EVA-OVERFLOW > 0
               MOVE WS-EVA-OVERFLOW TO DISP-EVA-CNT
               STRING "Warning: index table full - "
                      FUNCTION TRIM(DISP-EVA-CNT)
                      " events at untracked indexes omitted"
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF.

       *> Indexes ranked by misprediction count, worst first, each
       *> followed by the distinct PCs that collided on it. The same
       *> select-the-max-and-mark pass DISPLAY-HOTSPOT-REPORT uses -
       *> the table is small enough that a sort is not worth the code.
       EVA-REPORT-RANKING.
           MOVE SPACES TO WS-PRT-LINE
           PERFORM PRINT-LINE
           MOVE WS-EVA-TOP TO DISP-EVA-CNT
           STRING "pht indexes by mispredictions (top "
                  FUNCTION TRIM(DISP-EVA-CNT) "):"
               DELIMITED BY SIZE INTO WS-PRT-LINE
           END-STRING
           PERFORM PRINT-LINE

           PERFORM VARYING WS-EVA-RANK FROM 1 BY 1
                   UNTIL WS-EVA-RANK > WS-EVA-TOP
               MOVE 0 TO WS-EVA-BEST
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-EVA-CAPACITY
                   IF EVA-USED(I) = 'Y' AND EVA-RANKED(I) NOT = 'Y'
                       IF WS-EVA-BEST = 0
                           MOVE I TO WS-EVA-BEST
                       ELSE
                           IF EVA-MISP(I) > EVA-MISP(WS-EVA-BEST)
                               MOVE I TO WS-EVA-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-EVA-BEST = 0
                   EXIT PERFORM
               END-IF

               MOVE 'Y' TO EVA-RANKED(WS-EVA-BEST)
               PERFORM EVA-PRINT-INDEX
           END-PERFORM.

       EVA-PRINT-INDEX.
           MOVE WS-EVA-RANK TO DISP-EVA-RANK
           MOVE EVA-MISP(WS-EVA-BEST) TO DISP-EVA-CNT
           MOVE EVA-PC-CNT(WS-EVA-BEST) TO DISP-EVA-PCS
           MOVE EVA-IDX(WS-EVA-BEST) TO DISP-EV-IDX

           IF EVA-PC-CNT(WS-EVA-BEST) > 1
                   OR EVA-PC-MORE(WS-EVA-BEST) = 'Y'
               STRING "  " FUNCTION TRIM(DISP-EVA-RANK)
                      ". index=" FUNCTION TRIM(DISP-EV-IDX)
                      " misp=" FUNCTION TRIM(DISP-EVA-CNT)
                      " pcs=" FUNCTION TRIM(DISP-EVA-PCS)
                      " ALIASED"
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
           ELSE
               STRING "  " FUNCTION TRIM(DISP-EVA-RANK)
                      ". index=" FUNCTION TRIM(DISP-EV-IDX)
                      " misp=" FUNCTION TRIM(DISP-EVA-CNT)
                      " pcs=" FUNCTION TRIM(DISP-EVA-PCS)
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE

           PERFORM VARYING WS-EVA-PC-IX FROM 1 BY 1
                   UNTIL WS-EVA-PC-IX > EVA-PC-CNT(WS-EVA-BEST)
               MOVE EVA-PC(WS-EVA-BEST, WS-EVA-PC-IX) TO WS-HEX-WORK
               PERFORM INT-TO-HEX
               MOVE EVA-PC-MISP(WS-EVA-BEST, WS-EVA-PC-IX)
                   TO DISP-EVA-CNT
               STRING "     pc=" FUNCTION TRIM(WS-HEX-OUT)
                      " misp=" FUNCTION TRIM(DISP-EVA-CNT)
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
               PERFORM PRINT-LINE
           END-PERFORM

           IF EVA-PC-MORE(WS-EVA-BEST) = 'Y'
               MOVE "     (further colliding pcs not tracked)"
                   TO WS-PRT-LINE
               PERFORM PRINT-LINE
           END-IF.

       *> Page-control print routine - all analyze output goes through
       *> here so every 60-line page opens with a title and page number.
       PRINT-LINE.
           IF WS-PAGE-LINE-CNT >= WS-PAGE-SIZE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           DISPLAY FUNCTION TRIM(WS-PRT-LINE TRAILING)
           ADD 1 TO WS-PAGE-LINE-CNT
           MOVE SPACES TO WS-PRT-LINE.

       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO DISP-PAGE-NO
           DISPLAY FUNCTION TRIM(WS-PRT-TITLE)
                   " - page " FUNCTION TRIM(DISP-PAGE-NO)
           DISPLAY " "
           MOVE 2 TO WS-PAGE-LINE-CNT.

       *> ----------------------------------------------------------------
       *> Run-history master file. OPEN-HISTORY creates the keyed file
       *> on first use and stamps this run's date/time for its records.
       *> WRITE-HISTORY-RECORD files one record per CALCULATE-STATS
       *> result, first comparing against the oldest stored record for
       *> the same trace/config (the baseline) and calling out a
       *> regression beyond THRESH. HISTORY-INQUIRY lists a trace's
       *> stored runs in config/date order with the same baseline flag.
       *> ----------------------------------------------------------------
       OPEN-HISTORY.
           MOVE 'N' TO WS-HIST-JOURNAL
           PERFORM OPEN-HISTORY-WITH-RETRY

           EVALUATE TRUE
               WHEN WS-HISTORY-STATUS = "00"
                   CONTINUE
               WHEN HIST-STATUS-BUSY
                   *> Another run still holds the master - journal
                   *> this run's records rather than lose six hours
                   *> of results to a lock.
                   DISPLAY "history master "
                           FUNCTION TRIM(WS-HISTORY-PATH)
                           " is in use - journaling run records to "
                           "side file for a later histapply"
                   MOVE 'Y' TO WS-HIST-JOURNAL
                   PERFORM OPEN-HIST-JOURNAL
               WHEN OTHER
                   MOVE "history" TO WS-FERR-USE
                   MOVE WS-HISTORY-PATH TO WS-FERR-PATH
                   MOVE WS-HISTORY-STATUS TO WS-FERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
           END-EVALUATE

           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HISTORY-OPEN

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.

       *> One open attempt (with the usual create-on-35), then up to
       *> WS-HIST-RETRY-MAX timed retries while the status says the
       *> file is merely busy. Leaves the final status for the caller.
       OPEN-HISTORY-WITH-RETRY.
           MOVE 0 TO WS-HIST-TRY
           PERFORM OPEN-HISTORY-ATTEMPT
           PERFORM UNTIL WS-HISTORY-STATUS = "00"
                   OR NOT HIST-STATUS-BUSY
                   OR WS-HIST-TRY >= WS-HIST-RETRY-MAX
               ADD 1 TO WS-HIST-TRY
               MOVE WS-HIST-TRY TO DISP-HIST-TRY
               DISPLAY "history master busy (status "
                       WS-HISTORY-STATUS ") - retry "
                       FUNCTION TRIM(DISP-HIST-TRY)
               CALL "C$SLEEP" USING WS-HIST-WAIT-SECS
               PERFORM OPEN-HISTORY-ATTEMPT
           END-PERFORM.

       OPEN-HISTORY-ATTEMPT.
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "Error creating history file: "
                           WS-HISTORY-PATH
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.

       *> The journal extends across runs - several locked-out runs
       *> may queue records in the same side file before anyone gets
       *> to apply it.
       OPEN-HIST-JOURNAL.
           MOVE SPACES TO WS-JRNL-PATH
           STRING FUNCTION TRIM(WS-HISTORY-PATH) ".jnl"
               DELIMITED BY SIZE INTO WS-JRNL-PATH
           END-STRING

           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT JRNL-FILE
           ELSE
               CLOSE JRNL-FILE
               OPEN EXTEND JRNL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
               MOVE "journal" TO WS-FERR-USE
               MOVE WS-JRNL-PATH TO WS-FERR-PATH
               MOVE WS-JRNL-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF.

       *> One journal line per would-be HIST-RECORD, space-delimited
       *> in key order - exactly what HISTORY-APPLY reads back.
       WRITE-JOURNAL-RECORD.
           MOVE WS-RES-M TO JRN-F3
           MOVE WS-RES-N TO JRN-F4
           MOVE WS-RES-CW TO JRN-F5
           MOVE WS-RUN-DATE TO JRN-F6
           MOVE WS-RUN-TIME TO JRN-F7
           MOVE WS-WARMUP-COUNT TO JRN-F8
           MOVE TOTAL-BRANCHES TO JRN-F9
           MOVE MISPREDICTIONS TO JRN-F10
           MOVE SKIPPED-COUNT TO JRN-F11
           MOVE WS-HIST-RATE TO JRN-RATE-TXT
           *> The sampled flag and interval trail the original twelve
           *> fields - "F" and zero for a full-trace run.
           IF IS-SAMPLING
               MOVE "S" TO JRN-F13
               MOVE SMP-CI95 TO JRN-CI-TXT
           ELSE
               MOVE "F" TO JRN-F13
               MOVE 0 TO JRN-CI-TXT
           END-IF
           *> Then the profile name, "-" holding the place when the
           *> run named none.
           IF WS-CFGM-NAME = SPACES
               MOVE "-" TO JRN-F15
           ELSE
               MOVE WS-CFGM-NAME TO JRN-F15
           END-IF
           *> Then the suite weight and geometric mean, zero when the
           *> run had none.
           MOVE WS-SUITE-CUR-WEIGHT TO JRN-WT-TXT
           MOVE WS-SUITE-CUR-GEO TO JRN-GEO-TXT

           MOVE SPACES TO WS-JRNL-LINE
           STRING FUNCTION TRIM(WS-HIST-TRACE) " "
                  FUNCTION TRIM(WS-TYPE) " "
                  FUNCTION TRIM(JRN-F3) " "
                  FUNCTION TRIM(JRN-F4) " "
                  FUNCTION TRIM(JRN-F5) " "
                  FUNCTION TRIM(JRN-F6) " "
                  FUNCTION TRIM(JRN-F7) " "
                  FUNCTION TRIM(JRN-F8) " "
                  FUNCTION TRIM(JRN-F9) " "
                  FUNCTION TRIM(JRN-F10) " "
                  FUNCTION TRIM(JRN-F11) " "
                  JRN-RATE-TXT " "
                  FUNCTION TRIM(JRN-F13) " "
                  JRN-CI-TXT " "
                  FUNCTION TRIM(JRN-F15) " "
                  JRN-WT-TXT " "
                  JRN-GEO-TXT
               DELIMITED BY SIZE INTO WS-JRNL-LINE
           END-STRING

           WRITE JRNL-RECORD FROM WS-JRNL-LINE
           IF WS-JRNL-STATUS NOT = "00"
               MOVE "journal" TO WS-FERR-USE
               MOVE WS-JRNL-PATH TO WS-FERR-PATH
               MOVE WS-JRNL-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF.

       *> ----------------------------------------------------------------
       *> Journal apply - merges the side file a locked-out run wrote
       *> into the master. Records whose key already exists are
       *> counted as duplicates and left alone, so applying the same
       *> journal twice is harmless; a cleanly applied journal is
       *> renamed to <journal>.applied to keep it out of the next
       *> apply while preserving it for audit.
       *> ----------------------------------------------------------------
       HISTORY-APPLY.
           PERFORM OPEN-HISTORY-WITH-RETRY
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "history" TO WS-FERR-USE
               MOVE WS-HISTORY-PATH TO WS-FERR-PATH
               MOVE WS-HISTORY-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               MOVE "journal" TO WS-FERR-USE
               MOVE WS-JRNL-PATH TO WS-FERR-PATH
               MOVE WS-JRNL-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               CLOSE HISTORY-FILE
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE "histapply" TO WS-ATR-ACTION
           MOVE "history" TO WS-ATR-MASTER
           MOVE WS-HISTORY-PATH TO WS-ATR-MASTER-PATH
           MOVE SPACES TO WS-ATR-HDR-KEY
           PERFORM ATR-BEGIN
           IF STEP-ABORTED
               CLOSE JRNL-FILE
               CLOSE HISTORY-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PRG-READ
           MOVE 0 TO PRG-LOADED
           MOVE 0 TO PRG-DUPLICATES
           MOVE 0 TO PRG-RETAINED
           MOVE 'N' TO WS-HIST-EOF

           PERFORM UNTIL HIST-END-OF-FILE
               READ JRNL-FILE INTO WS-JRNL-LINE
                   AT END
                       SET HIST-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-JRNL-LINE NOT = SPACES
                           ADD 1 TO PRG-READ
                           PERFORM APPLY-ONE-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JRNL-FILE
           CLOSE HISTORY-FILE
           PERFORM ATR-END

           DISPLAY "==== history journal apply report ===="
           MOVE PRG-READ TO DISP-PRG-CNT
           DISPLAY "journal lines read: " DISP-PRG-CNT
           MOVE PRG-LOADED TO DISP-PRG-CNT
           DISPLAY "records applied:    " DISP-PRG-CNT
           MOVE PRG-DUPLICATES TO DISP-PRG-CNT
           DISPLAY "duplicates skipped: " DISP-PRG-CNT
           MOVE PRG-RETAINED TO DISP-PRG-CNT
           DISPLAY "lines malformed:    " DISP-PRG-CNT

           IF PRG-RETAINED = 0
               MOVE SPACES TO WS-JRNL-DONE-PATH
               STRING FUNCTION TRIM(WS-JRNL-PATH) ".applied"
                   DELIMITED BY SIZE INTO WS-JRNL-DONE-PATH
               END-STRING
               CALL "CBL_RENAME_FILE" USING WS-JRNL-PATH,
                   WS-JRNL-DONE-PATH
               IF RETURN-CODE = 0
                   DISPLAY "journal renamed to "
                           FUNCTION TRIM(WS-JRNL-DONE-PATH)
               ELSE
                   DISPLAY "Warning: could not rename applied "
                           "journal - remove it by hand before the "
                           "next apply"
               END-IF
           ELSE
               DISPLAY "Warning: journal left in place - malformed "
                       "lines need investigating"
           END-IF.

       APPLY-ONE-JOURNAL-LINE.
           MOVE SPACES TO JRN-F1 JRN-F2 JRN-F3 JRN-F4 JRN-F5 JRN-F6
                          JRN-F7 JRN-F8 JRN-F9 JRN-F10 JRN-F11
                          JRN-F12 JRN-F13 JRN-F14 JRN-F15 JRN-F16
                          JRN-F17
           UNSTRING WS-JRNL-LINE DELIMITED BY ALL SPACE
               INTO JRN-F1 JRN-F2 JRN-F3 JRN-F4 JRN-F5 JRN-F6
                    JRN-F7 JRN-F8 JRN-F9 JRN-F10 JRN-F11 JRN-F12
                    JRN-F13 JRN-F14 JRN-F15 JRN-F16 JRN-F17
           END-UNSTRING

           IF JRN-F1 = SPACES OR JRN-F12 = SPACES
               ADD 1 TO PRG-RETAINED
               EXIT PARAGRAPH
           END-IF

           MOVE JRN-F1 TO RH-TRACE
           MOVE JRN-F2 TO RH-TYPE
           MOVE FUNCTION NUMVAL(JRN-F3) TO RH-M
           MOVE FUNCTION NUMVAL(JRN-F4) TO RH-N
           MOVE FUNCTION NUMVAL(JRN-F5) TO RH-CWIDTH
           MOVE FUNCTION NUMVAL(JRN-F6) TO RH-DATE
           MOVE FUNCTION NUMVAL(JRN-F7) TO RH-TIME
           MOVE FUNCTION NUMVAL(JRN-F8) TO RH-WARMUP
           MOVE FUNCTION NUMVAL(JRN-F9) TO RH-TOTAL
           MOVE FUNCTION NUMVAL(JRN-F10) TO RH-MISP
           MOVE FUNCTION NUMVAL(JRN-F11) TO RH-SKIPPED
           MOVE FUNCTION NUMVAL(JRN-F12) TO RH-RATE
           *> Journals queued before the sampled flag existed end at
           *> the rate - those runs were all full-trace.
           IF JRN-F13 = "S"
               MOVE 'S' TO RH-SAMPLED
               MOVE FUNCTION NUMVAL(JRN-F14) TO RH-CI95
           ELSE
               MOVE SPACE TO RH-SAMPLED
               MOVE 0 TO RH-CI95
           END-IF
           IF JRN-F15 = "-"
               MOVE SPACES TO RH-PROFILE
           ELSE
               MOVE JRN-F15 TO RH-PROFILE
           END-IF
           MOVE SPACE TO RH-STATUS
           MOVE SPACES TO RH-REASON
           MOVE 0 TO RH-STATUS-DATE
           MOVE SPACE TO RH-PIN
           *> Older journal lines stop before the suite fields.
           IF JRN-F16 = SPACES
               MOVE 0 TO RH-WEIGHT
           ELSE
               MOVE FUNCTION NUMVAL(JRN-F16) TO RH-WEIGHT
           END-IF
           IF JRN-F17 = SPACES
               MOVE 0 TO RH-GEO-RATE
           ELSE
               MOVE FUNCTION NUMVAL(JRN-F17) TO RH-GEO-RATE
           END-IF

           WRITE HIST-RECORD
               INVALID KEY
                   ADD 1 TO PRG-DUPLICATES
               NOT INVALID KEY
                   ADD 1 TO PRG-LOADED
                   PERFORM ATR-LOG-HIST-INSERT
           END-WRITE.

       WRITE-HISTORY-RECORD.
           IF WS-REPORT-LABEL = SPACES
               MOVE WS-CUR-TRACE TO WS-HIST-TRACE
           ELSE
               MOVE WS-REPORT-LABEL TO WS-HIST-TRACE
           END-IF

           *> MISP-RATE is only refreshed when branches were scored -
           *> never let an empty trace file a stale rate.
           IF TOTAL-BRANCHES > 0
               MOVE MISP-RATE TO WS-HIST-RATE
           ELSE
               MOVE 0 TO WS-HIST-RATE
           END-IF

           IF IS-HIST-JOURNALING
               *> The master is locked by another run - queue the
               *> record in the side file. No baseline check is
               *> possible without the master.
               PERFORM WRITE-JOURNAL-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-HISTORY-BASELINE

           MOVE WS-HIST-TRACE TO RH-TRACE
           MOVE WS-TYPE TO RH-TYPE
           MOVE WS-RES-M TO RH-M
           MOVE WS-RES-N TO RH-N
           MOVE WS-RES-CW TO RH-CWIDTH
           MOVE WS-RUN-DATE TO RH-DATE
           MOVE WS-RUN-TIME TO RH-TIME
           MOVE WS-WARMUP-COUNT TO RH-WARMUP
           MOVE TOTAL-BRANCHES TO RH-TOTAL
           MOVE MISPREDICTIONS TO RH-MISP
           MOVE SKIPPED-COUNT TO RH-SKIPPED
           MOVE WS-HIST-RATE TO RH-RATE
           IF IS-SAMPLING
               MOVE 'S' TO RH-SAMPLED
               MOVE SMP-CI95 TO RH-CI95
           ELSE
               MOVE SPACE TO RH-SAMPLED
               MOVE 0 TO RH-CI95
           END-IF
           MOVE WS-CFGM-NAME TO RH-PROFILE
           MOVE SPACE TO RH-STATUS
           MOVE SPACES TO RH-REASON
           MOVE 0 TO RH-STATUS-DATE
           MOVE SPACE TO RH-PIN
           MOVE WS-SUITE-CUR-WEIGHT TO RH-WEIGHT
           MOVE WS-SUITE-CUR-GEO TO RH-GEO-RATE

           WRITE HIST-RECORD
               INVALID KEY
                   DISPLAY "Warning: duplicate history key - run not "
                           "recorded in " FUNCTION TRIM(WS-HISTORY-PATH)
           END-WRITE.

       *> Finds the baseline for this trace/config - the run pinned
       *> by histmaint, else the oldest stored full-trace record (first
       *> in key order, since date/time are the low-order key fields -
       *> sampled estimates and invalidated runs are stepped over) -
       *> and flags the new result if it regressed past the threshold.
       CHECK-HISTORY-BASELINE.
           MOVE WS-HIST-TRACE TO RH-TRACE
           MOVE WS-TYPE TO RH-TYPE
           MOVE WS-RES-M TO RH-M
           MOVE WS-RES-N TO RH-N
           MOVE WS-RES-CW TO RH-CWIDTH
           MOVE 0 TO RH-DATE
           MOVE 0 TO RH-TIME

           START HISTORY-FILE KEY >= RH-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           *> The whole configuration group is walked: the oldest
           *> valid full-trace run is the baseline unless a pinned
           *> one turns up further on. Invalidated runs never count.
           MOVE 'N' TO WS-HIST-CAND
           MOVE 'N' TO WS-HIST-PINNED
           SET HIST-BASE-SEEKING TO TRUE
           PERFORM UNTIL NOT HIST-BASE-SEEKING
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-BASE-NONE TO TRUE
               END-READ

               EVALUATE TRUE
                   WHEN HIST-BASE-NONE
                       CONTINUE
                   WHEN WS-HISTORY-STATUS NOT = "00"
                       *> A failed read leaves the record area holding
                       *> the probe key we just built - do not mistake
                       *> it for a stored baseline.
                       SET HIST-BASE-NONE TO TRUE
                   WHEN RH-TRACE NOT = WS-HIST-TRACE
                           OR RH-TYPE NOT = WS-TYPE
                           OR RH-M NOT = WS-RES-M
                           OR RH-N NOT = WS-RES-N
                           OR RH-CWIDTH NOT = WS-RES-CW
                       *> End of this exact configuration's runs.
                       SET HIST-BASE-NONE TO TRUE
                   WHEN RH-IS-SAMPLED OR RH-IS-INVALID
                       CONTINUE
                   WHEN RH-IS-PINNED
                       MOVE 'Y' TO WS-HIST-PINNED
                       MOVE RH-RATE TO WS-HIST-CAND-RATE
                       SET HIST-BASE-FOUND TO TRUE
                   WHEN WS-HIST-CAND NOT = 'Y'
                       MOVE 'Y' TO WS-HIST-CAND
                       MOVE RH-RATE TO WS-HIST-CAND-RATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           IF WS-HIST-CAND NOT = 'Y' AND WS-HIST-PINNED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-HIST-PINNED = 'Y'
               MOVE "pinned baseline" TO WS-HIST-BASE-KIND
           ELSE
               MOVE "stored baseline" TO WS-HIST-BASE-KIND
           END-IF

           IF WS-HIST-RATE > WS-HIST-CAND-RATE + WS-HIST-THRESH
               MOVE WS-HIST-RATE TO DISPLAY-RH-RATE
               MOVE WS-HIST-CAND-RATE TO DISPLAY-BASE-RATE
               IF IS-SAMPLING
                   MOVE SMP-CI95 TO DISPLAY-SMP-CI
                   DISPLAY "REGRESSION: " FUNCTION TRIM(WS-HIST-TRACE)
                           " rate " DISPLAY-RH-RATE
                           " vs " WS-HIST-BASE-KIND " "
                           DISPLAY-BASE-RATE
                           " (sampled estimate +/-"
                           FUNCTION TRIM(DISPLAY-SMP-CI) ")"
               ELSE
                   DISPLAY "REGRESSION: " FUNCTION TRIM(WS-HIST-TRACE)
                           " rate " DISPLAY-RH-RATE
                           " vs " WS-HIST-BASE-KIND " "
                           DISPLAY-BASE-RATE
               END-IF
           END-IF.

       HISTORY-INQUIRY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "history" TO WS-FERR-USE
               MOVE WS-HISTORY-PATH TO WS-FERR-PATH
               MOVE WS-HISTORY-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HIST-Q-TRACE TO RH-TRACE
           MOVE SPACES TO RH-TYPE
           MOVE 0 TO RH-M
           MOVE 0 TO RH-N
           MOVE 0 TO RH-CWIDTH
           MOVE 0 TO RH-DATE
           MOVE 0 TO RH-TIME

           PERFORM HISTORY-GATHER-PINS

           *> The pin scan has moved the record area on.
           MOVE WS-HIST-Q-TRACE TO RH-TRACE
           MOVE SPACES TO RH-TYPE
           MOVE 0 TO RH-M
           MOVE 0 TO RH-N
           MOVE 0 TO RH-CWIDTH
           MOVE 0 TO RH-DATE
           MOVE 0 TO RH-TIME

           MOVE 'N' TO WS-HIST-EOF
           MOVE 'N' TO WS-HIST-HAVE-GRP
           MOVE 0 TO WS-HIST-COUNT
           MOVE 0 TO WS-HIST-INV-COUNT

           START HISTORY-FILE KEY >= RH-KEY
               INVALID KEY
                   SET HIST-END-OF-FILE TO TRUE
           END-START

           PERFORM UNTIL HIST-END-OF-FILE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-HISTORY-STATUS NOT = "00"
                               OR RH-TRACE NOT = WS-HIST-Q-TRACE
                           SET HIST-END-OF-FILE TO TRUE
                       ELSE
                           PERFORM HISTORY-LIST-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE

           MOVE WS-HIST-COUNT TO DISP-HIST-COUNT
           DISPLAY FUNCTION TRIM(DISP-HIST-COUNT)
                   " run(s) on file for "
                   FUNCTION TRIM(WS-HIST-Q-TRACE)
           IF WS-HIST-INV-COUNT > 0
               MOVE WS-HIST-INV-COUNT TO DISP-HIST-COUNT
               DISPLAY "(" FUNCTION TRIM(DISP-HIST-COUNT)
                       " invalidated run(s) listed but not counted)"
           END-IF.

       *> Collects the pinned baselines of WS-HIST-Q-TRACE into
       *> HIST-PIN-TABLE; the caller restarts its own read after.
       HISTORY-GATHER-PINS.
           MOVE 0 TO HIST-PIN-COUNT
           MOVE 'N' TO WS-HIST-EOF
           START HISTORY-FILE KEY >= RH-KEY
               INVALID KEY
                   SET HIST-END-OF-FILE TO TRUE
           END-START

           PERFORM UNTIL HIST-END-OF-FILE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-HISTORY-STATUS NOT = "00"
                               OR RH-TRACE NOT = WS-HIST-Q-TRACE
                           SET HIST-END-OF-FILE TO TRUE
                       ELSE
                           IF RH-IS-PINNED AND NOT RH-IS-INVALID
                                   AND HIST-PIN-COUNT < HIST-PIN-MAX
                               ADD 1 TO HIST-PIN-COUNT
                               MOVE RH-TYPE TO HP-TYPE(HIST-PIN-COUNT)
                               MOVE RH-M TO HP-M(HIST-PIN-COUNT)
                               MOVE RH-N TO HP-N(HIST-PIN-COUNT)
                               MOVE RH-CWIDTH TO HP-CW(HIST-PIN-COUNT)
                               MOVE RH-RATE TO HP-RATE(HIST-PIN-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       HISTORY-LIST-RECORD.
           IF WS-HIST-FILT-TYPE NOT = SPACES
                   AND RH-TYPE NOT = WS-HIST-FILT-TYPE
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-FILT-PROF NOT = SPACES
                   AND RH-PROFILE NOT = WS-HIST-FILT-PROF
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-FILT-M NOT = 99 AND RH-M NOT = WS-HIST-FILT-M
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-FILT-N NOT = 99 AND RH-N NOT = WS-HIST-FILT-N
               EXIT PARAGRAPH
           END-IF

           *> Records arrive in key order, so one configuration's runs
           *> are adjacent; its pinned run, or else the first valid
           *> full-trace one seen, is its stored baseline.
           IF WS-HIST-HAVE-GRP NOT = 'Y'
                   OR RH-TYPE NOT = WS-HIST-GRP-TYPE
                   OR RH-M NOT = WS-HIST-GRP-M
                   OR RH-N NOT = WS-HIST-GRP-N
                   OR RH-CWIDTH NOT = WS-HIST-GRP-CW
               MOVE 'Y' TO WS-HIST-HAVE-GRP
               MOVE RH-TYPE TO WS-HIST-GRP-TYPE
               MOVE RH-M TO WS-HIST-GRP-M
               MOVE RH-N TO WS-HIST-GRP-N
               MOVE RH-CWIDTH TO WS-HIST-GRP-CW
               MOVE 'N' TO WS-HIST-HAVE-BASE
               PERFORM VARYING HIST-PIN-IX FROM 1 BY 1
                       UNTIL HIST-PIN-IX > HIST-PIN-COUNT
                   IF HP-TYPE(HIST-PIN-IX) = RH-TYPE
                           AND HP-M(HIST-PIN-IX) = RH-M
                           AND HP-N(HIST-PIN-IX) = RH-N
                           AND HP-CW(HIST-PIN-IX) = RH-CWIDTH
                       MOVE 'Y' TO WS-HIST-HAVE-BASE
                       MOVE HP-RATE(HIST-PIN-IX) TO WS-HIST-BASE-RATE
                   END-IF
               END-PERFORM
           END-IF

           MOVE RH-M TO DISP-RH-M
           MOVE RH-N TO DISP-RH-N
           MOVE RH-CWIDTH TO DISP-RH-CW
           MOVE RH-TOTAL TO DISP-RH-TOTAL
           MOVE RH-MISP TO DISP-RH-MISP
           MOVE RH-RATE TO DISPLAY-RH-RATE

           MOVE SPACES TO WS-HIST-PROF-TXT
           IF RH-PROFILE NOT = SPACES
               STRING " cfg=" FUNCTION TRIM(RH-PROFILE)
                   DELIMITED BY SIZE INTO WS-HIST-PROF-TXT
               END-STRING
           END-IF

           *> Invalidated runs are shown for the record and go no
           *> further - not counted, never a baseline.
           IF RH-IS-INVALID
               ADD 1 TO WS-HIST-INV-COUNT
               MOVE SPACES TO WS-HIST-MARK
               STRING "INVALID " RH-REASON
                   DELIMITED BY SIZE INTO WS-HIST-MARK
               END-STRING
               DISPLAY RH-DATE " " RH-TIME " "
                       FUNCTION TRIM(RH-TYPE) " "
                       FUNCTION TRIM(DISP-RH-M) " "
                       FUNCTION TRIM(DISP-RH-N) " cw"
                       FUNCTION TRIM(DISP-RH-CW)
                       " total=" FUNCTION TRIM(DISP-RH-TOTAL)
                       " misp=" FUNCTION TRIM(DISP-RH-MISP)
                       " rate=" DISPLAY-RH-RATE
                       FUNCTION TRIM(WS-HIST-PROF-TXT TRAILING)
                       " " FUNCTION TRIM(WS-HIST-MARK)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HIST-COUNT

           IF WS-HIST-HAVE-BASE NOT = 'Y' AND NOT RH-IS-SAMPLED
               MOVE 'Y' TO WS-HIST-HAVE-BASE
               MOVE RH-RATE TO WS-HIST-BASE-RATE
           END-IF

           MOVE SPACES TO WS-HIST-MARK
           IF RH-IS-SAMPLED
               MOVE "SAMPLED" TO WS-HIST-MARK
           END-IF
           IF RH-IS-PINNED
               MOVE "BASELINE" TO WS-HIST-MARK
           END-IF
           IF WS-HIST-HAVE-BASE = 'Y'
                   AND RH-RATE > WS-HIST-BASE-RATE + WS-HIST-THRESH
               IF RH-IS-SAMPLED
                   MOVE "SAMPLED REGRESSION" TO WS-HIST-MARK
               ELSE
                   MOVE "REGRESSION" TO WS-HIST-MARK
               END-IF
           END-IF

           IF WS-HIST-MARK NOT = SPACES
               DISPLAY RH-DATE " " RH-TIME " "
                       FUNCTION TRIM(RH-TYPE) " "
                       FUNCTION TRIM(DISP-RH-M) " "
                       FUNCTION TRIM(DISP-RH-N) " cw"
                       FUNCTION TRIM(DISP-RH-CW)
                       " total=" FUNCTION TRIM(DISP-RH-TOTAL)
                       " misp=" FUNCTION TRIM(DISP-RH-MISP)
                       " rate=" DISPLAY-RH-RATE
                       FUNCTION TRIM(WS-HIST-PROF-TXT TRAILING)
                       " " FUNCTION TRIM(WS-HIST-MARK)
           ELSE
               DISPLAY RH-DATE " " RH-TIME " "
                       FUNCTION TRIM(RH-TYPE) " "
                       FUNCTION TRIM(DISP-RH-M) " "
                       FUNCTION TRIM(DISP-RH-N) " cw"
                       FUNCTION TRIM(DISP-RH-CW)
                       " total=" FUNCTION TRIM(DISP-RH-TOTAL)
                       " misp=" FUNCTION TRIM(DISP-RH-MISP)
                       " rate=" DISPLAY-RH-RATE
                       FUNCTION TRIM(WS-HIST-PROF-TXT TRAILING)
           END-IF.

       *> ----------------------------------------------------------------
       *> Trend report. Walks the stored runs for one trace in key
       *> order - a configuration's runs arrive adjacent and date/time
       *> ascending - printing one line per run with the rate and its
       *> delta from the prior run, then first/last/best/worst figures
       *> when the configuration group ends. Everything goes through
       *> PRINT-LINE so the monthly report pages like the sweep one.
       *> ----------------------------------------------------------------
       TREND-REPORT.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "history" TO WS-FERR-USE
               MOVE WS-HISTORY-PATH TO WS-FERR-PATH
               MOVE WS-HISTORY-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PAGE-NO
           MOVE 9999 TO WS-PAGE-LINE-CNT
           MOVE SPACES TO WS-PRT-TITLE
           STRING "rate trend for " FUNCTION TRIM(WS-HIST-Q-TRACE)
                  " from " FUNCTION TRIM(WS-HISTORY-PATH)
               DELIMITED BY SIZE INTO WS-PRT-TITLE
           END-STRING

           MOVE WS-HIST-Q-TRACE TO RH-TRACE
           MOVE SPACES TO RH-TYPE
           MOVE 0 TO RH-M
           MOVE 0 TO RH-N
           MOVE 0 TO RH-CWIDTH
           MOVE 0 TO RH-DATE
           MOVE 0 TO RH-TIME

           MOVE 'N' TO WS-HIST-EOF
           MOVE 'N' TO WS-TRD-HAVE-GRP
           MOVE 0 TO WS-HIST-COUNT
           MOVE 0 TO WS-HIST-INV-COUNT

           START HISTORY-FILE KEY >= RH-KEY
               INVALID KEY
                   SET HIST-END-OF-FILE TO TRUE
           END-START

           PERFORM UNTIL HIST-END-OF-FILE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-HISTORY-STATUS NOT = "00"
                               OR RH-TRACE NOT = WS-HIST-Q-TRACE
                           SET HIST-END-OF-FILE TO TRUE
                       ELSE
                           PERFORM TREND-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE

           IF WS-TRD-HAVE-GRP = 'Y'
               PERFORM TREND-GROUP-SUMMARY
           END-IF

           MOVE WS-HIST-COUNT TO DISP-HIST-COUNT
           STRING FUNCTION TRIM(DISP-HIST-COUNT)
                  " run(s) reported for "
                  FUNCTION TRIM(WS-HIST-Q-TRACE)
               DELIMITED BY SIZE INTO WS-PRT-LINE
           END-STRING
           PERFORM PRINT-LINE
           IF WS-HIST-INV-COUNT > 0
               MOVE WS-HIST-INV-COUNT TO DISP-HIST-COUNT
               STRING FUNCTION TRIM(DISP-HIST-COUNT)
                      " invalidated run(s) left out"
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF.

       TREND-ONE-RECORD.
           IF WS-HIST-FILT-TYPE NOT = SPACES
                   AND RH-TYPE NOT = WS-HIST-FILT-TYPE
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-FILT-PROF NOT = SPACES
                   AND RH-PROFILE NOT = WS-HIST-FILT-PROF
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-FILT-M NOT = 99 AND RH-M NOT = WS-HIST-FILT-M
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-FILT-N NOT = 99 AND RH-N NOT = WS-HIST-FILT-N
               EXIT PARAGRAPH
           END-IF
           IF RH-DATE < WS-TRD-FROM OR RH-DATE > WS-TRD-TO
               EXIT PARAGRAPH
           END-IF
           *> Invalidated runs stay on file but out of the trend.
           IF RH-IS-INVALID
               ADD 1 TO WS-HIST-INV-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HIST-COUNT

           IF WS-TRD-HAVE-GRP NOT = 'Y'
                   OR RH-TYPE NOT = WS-TRD-GRP-TYPE
                   OR RH-M NOT = WS-TRD-GRP-M
                   OR RH-N NOT = WS-TRD-GRP-N
                   OR RH-CWIDTH NOT = WS-TRD-GRP-CW
               IF WS-TRD-HAVE-GRP = 'Y'
                   PERFORM TREND-GROUP-SUMMARY
               END-IF
               PERFORM TREND-GROUP-START
           END-IF

           MOVE RH-RATE TO DISPLAY-TRD-RATE

           IF RH-IS-SAMPLED
               MOVE RH-CI95 TO DISPLAY-TRD-CI
               MOVE SPACES TO WS-PRT-LINE
               STRING "  " RH-DATE " " RH-TIME
                      " rate=" DISPLAY-TRD-RATE
                      " sampled +/-" FUNCTION TRIM(DISPLAY-TRD-CI)
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
               PERFORM PRINT-LINE
               ADD 1 TO WS-TRD-GRP-SMP
               EXIT PARAGRAPH
           END-IF

           IF WS-TRD-GRP-CNT = 0
               MOVE SPACES TO WS-PRT-LINE
               STRING "  " RH-DATE " " RH-TIME
                      " rate=" DISPLAY-TRD-RATE
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
               MOVE RH-RATE TO WS-TRD-FIRST-RATE
               MOVE RH-RATE TO WS-TRD-BEST-RATE
               MOVE RH-RATE TO WS-TRD-WORST-RATE
           ELSE
               COMPUTE WS-TRD-DELTA = RH-RATE - WS-TRD-PREV-RATE
               MOVE WS-TRD-DELTA TO DISPLAY-TRD-DELTA
               MOVE SPACES TO WS-PRT-LINE
               STRING "  " RH-DATE " " RH-TIME
                      " rate=" DISPLAY-TRD-RATE
                      " delta=" DISPLAY-TRD-DELTA
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
               IF RH-RATE < WS-TRD-BEST-RATE
                   MOVE RH-RATE TO WS-TRD-BEST-RATE
               END-IF
               IF RH-RATE > WS-TRD-WORST-RATE
                   MOVE RH-RATE TO WS-TRD-WORST-RATE
               END-IF
           END-IF
           PERFORM PRINT-LINE

           MOVE RH-RATE TO WS-TRD-PREV-RATE
           MOVE RH-RATE TO WS-TRD-LAST-RATE
           ADD 1 TO WS-TRD-GRP-CNT.

       TREND-GROUP-START.
           MOVE 'Y' TO WS-TRD-HAVE-GRP
           MOVE RH-TYPE TO WS-TRD-GRP-TYPE
           MOVE RH-M TO WS-TRD-GRP-M
           MOVE RH-N TO WS-TRD-GRP-N
           MOVE RH-CWIDTH TO WS-TRD-GRP-CW
           MOVE 0 TO WS-TRD-GRP-CNT
           MOVE 0 TO WS-TRD-GRP-SMP

           MOVE SPACES TO WS-PRT-LINE
           PERFORM PRINT-LINE
           MOVE RH-M TO DISP-RH-M
           MOVE RH-N TO DISP-RH-N
           MOVE RH-CWIDTH TO DISP-RH-CW
           STRING "configuration: " FUNCTION TRIM(RH-TYPE)
                  " M=" FUNCTION TRIM(DISP-RH-M)
                  " N=" FUNCTION TRIM(DISP-RH-N)
                  " cw" FUNCTION TRIM(DISP-RH-CW)
               DELIMITED BY SIZE INTO WS-PRT-LINE
           END-STRING
           PERFORM PRINT-LINE.

       TREND-GROUP-SUMMARY.
           IF WS-TRD-GRP-SMP > 0
               MOVE WS-TRD-GRP-SMP TO DISP-HIST-COUNT
               STRING "  sampled estimates=" FUNCTION TRIM(DISP-HIST-COUNT)
                      " (not in the figures below)"
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF
           IF WS-TRD-GRP-CNT = 0
               MOVE "  runs=0 - no full-trace run in range"
                   TO WS-PRT-LINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRD-GRP-CNT TO DISP-HIST-COUNT
           MOVE WS-TRD-FIRST-RATE TO DISPLAY-TRD-FIRST
           MOVE WS-TRD-LAST-RATE TO DISPLAY-TRD-LAST
           MOVE WS-TRD-BEST-RATE TO DISPLAY-TRD-BEST
           MOVE WS-TRD-WORST-RATE TO DISPLAY-TRD-WORST
           COMPUTE WS-TRD-DELTA =
               WS-TRD-LAST-RATE - WS-TRD-FIRST-RATE
           MOVE WS-TRD-DELTA TO DISPLAY-TRD-DELTA
           STRING "  runs=" FUNCTION TRIM(DISP-HIST-COUNT)
                  " first=" DISPLAY-TRD-FIRST
                  " last=" DISPLAY-TRD-LAST
                  " best=" DISPLAY-TRD-BEST
                  " worst=" DISPLAY-TRD-WORST
                  " net=" DISPLAY-TRD-DELTA
               DELIMITED BY SIZE INTO WS-PRT-LINE
           END-STRING
           PERFORM PRINT-LINE.

       *> ----------------------------------------------------------------
       *> History master purge. One sequential pass of the master:
       *> every record dated before the cutoff is written to the
       *> archive and then deleted; everything else stays put. The
       *> archive is written before the delete, so an abend mid-pass
       *> can duplicate a record in the archive but can never lose
       *> one. The control report accounts for every record read.
       *> ----------------------------------------------------------------
       HISTORY-PURGE.
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "history" TO WS-FERR-USE
               MOVE WS-HISTORY-PATH TO WS-FERR-PATH
               MOVE WS-HISTORY-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
               MOVE "archive" TO WS-FERR-USE
               MOVE WS-ARCH-PATH TO WS-FERR-PATH
               MOVE WS-ARCH-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               CLOSE HISTORY-FILE
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE "histpurge" TO WS-ATR-ACTION
           MOVE "history" TO WS-ATR-MASTER
           MOVE WS-HISTORY-PATH TO WS-ATR-MASTER-PATH
           MOVE SPACES TO WS-ATR-HDR-KEY
           PERFORM ATR-BEGIN
           IF STEP-ABORTED
               CLOSE ARCH-FILE
               CLOSE HISTORY-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PRG-READ
           MOVE 0 TO PRG-ARCHIVED
           MOVE 0 TO PRG-DELETED
           MOVE 0 TO PRG-RETAINED
           MOVE 0 TO PRG-TRACE-COUNT
           MOVE 0 TO PRG-TRACE-OVER
           INITIALIZE PRG-TRACE-TAB
           MOVE 'N' TO WS-HIST-EOF

           PERFORM UNTIL HIST-END-OF-FILE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-HISTORY-STATUS NOT = "00"
                           SET HIST-END-OF-FILE TO TRUE
                       ELSE
                           PERFORM PURGE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCH-FILE
           CLOSE HISTORY-FILE
           PERFORM ATR-END

           PERFORM PURGE-CONTROL-REPORT.

       PURGE-ONE-RECORD.
           ADD 1 TO PRG-READ
           PERFORM PURGE-LOCATE-TRACE

           IF RH-DATE < WS-HIST-CUTOFF
               MOVE HIST-RECORD TO ARCH-RECORD
               WRITE ARCH-RECORD
               IF WS-ARCH-STATUS NOT = "00"
                   DISPLAY "Error writing archive record - purge "
                           "abandoned, master left intact"
                   CLOSE ARCH-FILE
                   CLOSE HISTORY-FILE
                   *> Records already deleted are on the trail - close
                   *> it with their count so the action reads as ended.
                   PERFORM ATR-END
                   MOVE 1 TO RETURN-CODE
                   PERFORM JOBLOG-FINAL
                   STOP RUN 1
               END-IF
               ADD 1 TO PRG-ARCHIVED
               *> The before-image is taken ahead of the DELETE - the
               *> record area is not dependable once it has gone.
               MOVE 'D' TO WS-ATR-IMG-ID
               MOVE RH-TRACE TO WS-ATR-IMG-KEY
               MOVE HIST-RECORD TO WS-ATR-IMAGE
               DELETE HISTORY-FILE RECORD
                   INVALID KEY
                       DISPLAY "Warning: could not delete archived "
                               "record - it remains on the master"
               END-DELETE
               IF WS-HISTORY-STATUS = "00"
                   ADD 1 TO PRG-DELETED
                   PERFORM ATR-LOG-IMAGE
               END-IF
               IF PRG-TRACE-IX > 0
                   ADD 1 TO PRG-T-ARCH(PRG-TRACE-IX)
               END-IF
           ELSE
               ADD 1 TO PRG-RETAINED
               IF PRG-TRACE-IX > 0
                   ADD 1 TO PRG-T-KEPT(PRG-TRACE-IX)
               END-IF
           END-IF.

       *> Finds or registers RH-TRACE in the per-trace tally table,
       *> leaving the subscript in PRG-TRACE-IX (0 once the table is
       *> full - the totals still balance, the per-trace breakdown
       *> just notes the overflow).
       PURGE-LOCATE-TRACE.
           MOVE 0 TO PRG-TRACE-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PRG-TRACE-COUNT
               IF PRG-T-NAME(I) = RH-TRACE
                   MOVE I TO PRG-TRACE-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PRG-TRACE-IX = 0
               IF PRG-TRACE-COUNT < 64
                   ADD 1 TO PRG-TRACE-COUNT
                   MOVE PRG-TRACE-COUNT TO PRG-TRACE-IX
                   MOVE RH-TRACE TO PRG-T-NAME(PRG-TRACE-IX)
               ELSE
                   ADD 1 TO PRG-TRACE-OVER
               END-IF
           END-IF.

       PURGE-CONTROL-REPORT.
           DISPLAY "==== history purge control report ===="
           DISPLAY "cutoff date: " WS-HIST-CUTOFF
           MOVE PRG-READ TO DISP-PRG-CNT
           DISPLAY "records read:     " DISP-PRG-CNT
           MOVE PRG-ARCHIVED TO DISP-PRG-CNT
           DISPLAY "records archived: " DISP-PRG-CNT
           MOVE PRG-DELETED TO DISP-PRG-CNT
           DISPLAY "records deleted:  " DISP-PRG-CNT
           MOVE PRG-RETAINED TO DISP-PRG-CNT
           DISPLAY "records retained: " DISP-PRG-CNT

           IF PRG-ARCHIVED NOT = PRG-DELETED
               DISPLAY "WARNING: archived and deleted counts differ "
                       "- reconcile the master against the archive"
           END-IF

           PERFORM VARYING PRG-TRACE-IX FROM 1 BY 1
                   UNTIL PRG-TRACE-IX > PRG-TRACE-COUNT
               MOVE PRG-T-ARCH(PRG-TRACE-IX) TO DISP-PRG-CNT
               MOVE PRG-T-KEPT(PRG-TRACE-IX) TO DISP-PRG-CNT2
               DISPLAY "  trace "
                       FUNCTION TRIM(PRG-T-NAME(PRG-TRACE-IX))
                       " archived=" FUNCTION TRIM(DISP-PRG-CNT)
                       " retained=" FUNCTION TRIM(DISP-PRG-CNT2)
           END-PERFORM

           IF PRG-TRACE-OVER > 0
               MOVE PRG-TRACE-OVER TO DISP-PRG-CNT
               DISPLAY "  (" FUNCTION TRIM(DISP-PRG-CNT)
                       " record(s) beyond the 64-trace breakdown)"
           END-IF.

       *> ----------------------------------------------------------------
       *> Archive reload - writes archive records back into a master,
       *> creating it first if need be (same create-on-35 dance as
       *> OPEN-HISTORY). A record whose key is already on the master
       *> is counted as a duplicate and left alone - reloading an
       *> archive twice must not disturb anything.
       *> ----------------------------------------------------------------
       HISTORY-RELOAD.
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "Error creating history file: "
                           WS-HISTORY-PATH
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "history" TO WS-FERR-USE
               MOVE WS-HISTORY-PATH TO WS-FERR-PATH
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
               MOVE "archive" TO WS-FERR-USE
               MOVE WS-ARCH-PATH TO WS-FERR-PATH
               MOVE WS-ARCH-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               CLOSE HISTORY-FILE
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE "histload" TO WS-ATR-ACTION
           MOVE "history" TO WS-ATR-MASTER
           MOVE WS-HISTORY-PATH TO WS-ATR-MASTER-PATH
           MOVE SPACES TO WS-ATR-HDR-KEY
           PERFORM ATR-BEGIN
           IF STEP-ABORTED
               CLOSE ARCH-FILE
               CLOSE HISTORY-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PRG-READ
           MOVE 0 TO PRG-LOADED
           MOVE 0 TO PRG-DUPLICATES
           MOVE 'N' TO WS-HIST-EOF

           PERFORM UNTIL HIST-END-OF-FILE
               READ ARCH-FILE
                   AT END
                       SET HIST-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO PRG-READ
                       MOVE ARCH-RECORD TO HIST-RECORD
                       WRITE HIST-RECORD
                           INVALID KEY
                               ADD 1 TO PRG-DUPLICATES
                           NOT INVALID KEY
                               ADD 1 TO PRG-LOADED
                               PERFORM ATR-LOG-HIST-INSERT
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE ARCH-FILE
           CLOSE HISTORY-FILE
           PERFORM ATR-END

           DISPLAY "==== history reload control report ===="
           MOVE PRG-READ TO DISP-PRG-CNT
           DISPLAY "archive records read: " DISP-PRG-CNT
           MOVE PRG-LOADED TO DISP-PRG-CNT
           DISPLAY "records loaded:       " DISP-PRG-CNT
           MOVE PRG-DUPLICATES TO DISP-PRG-CNT
           DISPLAY "duplicates skipped:   " DISP-PRG-CNT.

       *> ----------------------------------------------------------------
       *> Trace catalog maintenance. "add" audits the trace through
       *> the same AUDIT-ONE-TRACE a standalone audit uses - the
       *> catalog can never disagree with audit mode about a trace -
       *> and files the figures under the short name, re-registration
       *> replacing the old entry. "list" walks the catalog; "verify"
       *> recounts each file on disk against its cataloged line count.
       *> ----------------------------------------------------------------
       CATALOG-MAINTENANCE.
           EVALUATE WS-CAT-ACTION
               WHEN "add"
                   PERFORM CATALOG-ADD
               WHEN "list"
                   PERFORM CATALOG-LIST
               WHEN "verify"
                   PERFORM CATALOG-VERIFY
           END-EVALUATE.

       OPEN-CATALOG-IO.
           OPEN I-O CATALOG-FILE
           IF WS-CATALOG-STATUS = "35"
               OPEN OUTPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   MOVE "catalog" TO WS-FERR-USE
                   MOVE WS-CATALOG-PATH TO WS-FERR-PATH
                   MOVE WS-CATALOG-STATUS TO WS-FERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
               CLOSE CATALOG-FILE
               OPEN I-O CATALOG-FILE
           END-IF
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE "catalog" TO WS-FERR-USE
               MOVE WS-CATALOG-PATH TO WS-FERR-PATH
               MOVE WS-CATALOG-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF.

       CATALOG-ADD.
           PERFORM OPEN-CATALOG-IO
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF

           IF IS-SLICE-MODE
               MOVE "slice" TO WS-ATR-ACTION
           ELSE
               MOVE "catalog add" TO WS-ATR-ACTION
           END-IF
           MOVE "catalog" TO WS-ATR-MASTER
           MOVE WS-CATALOG-PATH TO WS-ATR-MASTER-PATH
           MOVE WS-CAT-NAME TO WS-ATR-HDR-KEY
           PERFORM ATR-BEGIN
           IF STEP-ABORTED
               CLOSE CATALOG-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FILENAME TO WS-CUR-TRACE
           PERFORM AUDIT-ONE-TRACE
           IF STEP-ABORTED
               CLOSE CATALOG-FILE
               PERFORM ATR-END
               EXIT PARAGRAPH
           END-IF

           *> A re-registration replaces the entry - keep its old
           *> image for the audit trail.
           MOVE 'N' TO WS-ATR-HAD-BEFORE
           MOVE 0 TO WS-CAT-OLD-WEIGHT
           MOVE WS-CAT-NAME TO CT-NAME
           READ CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ATR-HAD-BEFORE
                   MOVE CAT-RECORD TO WS-ATR-BEFORE
                   MOVE CT-WEIGHT TO WS-CAT-OLD-WEIGHT
           END-READ

           MOVE WS-CAT-NAME TO CT-NAME
           MOVE WS-FILENAME TO CT-PATH
           MOVE WS-TRACE-FORMAT TO CT-FORMAT
           ACCEPT CT-REG-DATE FROM DATE YYYYMMDD
           MOVE AUD-LINES TO CT-LINES
           MOVE AUD-VALID TO CT-VALID
           MOVE AUD-MALFORMED TO CT-MALF
           MOVE AUD-TAKEN TO CT-TAKEN
           MOVE AUD-TAKEN-RATE TO CT-RATE
           MOVE WS-AUD-MIN-HEX TO CT-MIN-HEX
           MOVE WS-AUD-MAX-HEX TO CT-MAX-HEX
           MOVE WS-CAT-PARENT TO CT-PARENT
           *> A re-registration without WEIGHT= keeps the weight the
           *> entry had.
           IF WS-CAT-WEIGHT > 0
               MOVE WS-CAT-WEIGHT TO CT-WEIGHT
           ELSE
               MOVE WS-CAT-OLD-WEIGHT TO CT-WEIGHT
           END-IF

           WRITE CAT-RECORD
               INVALID KEY
                   REWRITE CAT-RECORD
                       INVALID KEY
                           DISPLAY "Error registering catalog entry "
                                   FUNCTION TRIM(WS-CAT-NAME)
                           CLOSE CATALOG-FILE
                           PERFORM ATR-END
                           PERFORM FILE-ABORT
                           EXIT PARAGRAPH
                   END-REWRITE
                   DISPLAY "catalog entry "
                           FUNCTION TRIM(WS-CAT-NAME)
                           " re-registered"
                   MOVE CT-NAME TO WS-ATR-IMG-KEY
                   MOVE CAT-RECORD TO WS-ATR-IMAGE
                   PERFORM ATR-LOG-REPLACE
               NOT INVALID KEY
                   DISPLAY "catalog entry "
                           FUNCTION TRIM(WS-CAT-NAME) " registered"
                   MOVE 'I' TO WS-ATR-IMG-ID
                   MOVE CT-NAME TO WS-ATR-IMG-KEY
                   MOVE CAT-RECORD TO WS-ATR-IMAGE
                   PERFORM ATR-LOG-IMAGE
           END-WRITE

           CLOSE CATALOG-FILE
           PERFORM ATR-END.

       CATALOG-LIST.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE "catalog" TO WS-FERR-USE
               MOVE WS-CATALOG-PATH TO WS-FERR-PATH
               MOVE WS-CATALOG-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CAT-CHECKED
           MOVE 'N' TO WS-CAT-EOF
           PERFORM UNTIL CAT-END-OF-FILE
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       SET CAT-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-CATALOG-STATUS NOT = "00"
                           SET CAT-END-OF-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-CAT-CHECKED
                           PERFORM CATALOG-LIST-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CATALOG-FILE

           MOVE WS-CAT-CHECKED TO DISP-CAT-CNT
           DISPLAY FUNCTION TRIM(DISP-CAT-CNT)
                   " entr(ies) in "
                   FUNCTION TRIM(WS-CATALOG-PATH).

       CATALOG-LIST-ENTRY.
           MOVE CT-LINES TO DISP-CAT-LINES
           MOVE CT-RATE TO DISPLAY-CAT-RATE
           DISPLAY FUNCTION TRIM(CT-NAME)
                   " " FUNCTION TRIM(CT-PATH)
                   " fmt=" FUNCTION TRIM(CT-FORMAT)
                   " registered=" CT-REG-DATE
                   " lines=" FUNCTION TRIM(DISP-CAT-LINES)
                   " taken_ratio=" DISPLAY-CAT-RATE
                   " pc_range=" FUNCTION TRIM(CT-MIN-HEX)
                   ".." FUNCTION TRIM(CT-MAX-HEX)
           IF CT-PARENT NOT = SPACES
               DISPLAY "    sliced from " FUNCTION TRIM(CT-PARENT)
           END-IF
           IF CT-WEIGHT > 0
               MOVE CT-WEIGHT TO DISPLAY-CAT-WEIGHT
               DISPLAY "    suite weight "
                       FUNCTION TRIM(DISPLAY-CAT-WEIGHT)
           END-IF.

       CATALOG-VERIFY.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE "catalog" TO WS-FERR-USE
               MOVE WS-CATALOG-PATH TO WS-FERR-PATH
               MOVE WS-CATALOG-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CAT-CHECKED
           MOVE 0 TO WS-CAT-OK-CNT
           MOVE 0 TO WS-CAT-BAD-CNT

           IF WS-CAT-NAME NOT = SPACES
               MOVE WS-CAT-NAME TO CT-NAME
               READ CATALOG-FILE
                   INVALID KEY
                       DISPLAY "Error: no catalog entry named "
                               FUNCTION TRIM(WS-CAT-NAME)
                       CLOSE CATALOG-FILE
                       PERFORM FILE-ABORT
                       EXIT PARAGRAPH
               END-READ
               ADD 1 TO WS-CAT-CHECKED
               PERFORM CATALOG-VERIFY-ENTRY
           ELSE
               MOVE 'N' TO WS-CAT-EOF
               PERFORM UNTIL CAT-END-OF-FILE
                   READ CATALOG-FILE NEXT RECORD
                       AT END
                           SET CAT-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-CATALOG-STATUS NOT = "00"
                               SET CAT-END-OF-FILE TO TRUE
                           ELSE
                               ADD 1 TO WS-CAT-CHECKED
                               PERFORM CATALOG-VERIFY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE CATALOG-FILE

           MOVE WS-CAT-CHECKED TO DISP-CAT-CNT
           DISPLAY "verified " FUNCTION TRIM(DISP-CAT-CNT)
                   " entr(ies)" WITH NO ADVANCING
           MOVE WS-CAT-OK-CNT TO DISP-CAT-CNT
           DISPLAY ": ok=" FUNCTION TRIM(DISP-CAT-CNT)
               WITH NO ADVANCING
           MOVE WS-CAT-BAD-CNT TO DISP-CAT-CNT
           DISPLAY " failed=" FUNCTION TRIM(DISP-CAT-CNT)

           IF WS-CAT-BAD-CNT > 0
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF.

       CATALOG-VERIFY-ENTRY.
           PERFORM CATALOG-COUNT-CURRENT

           EVALUATE TRUE
               WHEN WS-CAT-FILE-OK NOT = 'Y'
                   ADD 1 TO WS-CAT-BAD-CNT
                   DISPLAY "verify " FUNCTION TRIM(CT-NAME)
                           " MISSING - cannot open "
                           FUNCTION TRIM(CT-PATH)
               WHEN WS-CAT-CUR-LINES NOT = CT-LINES
                   ADD 1 TO WS-CAT-BAD-CNT
                   MOVE CT-LINES TO DISP-CAT-LINES
                   MOVE WS-CAT-CUR-LINES TO DISP-CAT-CUR
                   DISPLAY "verify " FUNCTION TRIM(CT-NAME)
                           " MISMATCH - cataloged "
                           FUNCTION TRIM(DISP-CAT-LINES)
                           " lines, file now has "
                           FUNCTION TRIM(DISP-CAT-CUR)
               WHEN OTHER
                   ADD 1 TO WS-CAT-OK-CNT
                   DISPLAY "verify " FUNCTION TRIM(CT-NAME) " OK"
           END-EVALUATE.

       *> Counts the records now in CT-PATH, in the representation
       *> the entry was registered with. Only the count is taken -
       *> the full audit belongs to "catalog add", this check is the
       *> cheap pre-flight.
       CATALOG-COUNT-CURRENT.
           MOVE 0 TO WS-CAT-CUR-LINES
           MOVE 'N' TO WS-CAT-FILE-OK
           MOVE CT-PATH TO WS-FILENAME-ACTIVE
           MOVE 'N' TO WS-EOF

           IF CT-FORMAT = "BIN"
               OPEN INPUT BIN-TRACE-FILE
               IF WS-BIN-FILE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CAT-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ BIN-TRACE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CAT-CUR-LINES
                   END-READ
               END-PERFORM
               CLOSE BIN-TRACE-FILE
           ELSE
               OPEN INPUT TRACE-FILE
               IF WS-FILE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CAT-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ TRACE-FILE INTO WS-LINE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CAT-CUR-LINES
                   END-READ
               END-PERFORM
               CLOSE TRACE-FILE
           END-IF.

       *> Resolves a "%<name>" trace argument through the catalog and
       *> verifies the file before any branch is processed - a trace
       *> that drifted from its cataloged totals refuses to run, the
       *> per-run CONTROL= discipline made shop-wide. The shared
       *> lookup works on WS-CAT-NAME and leaves CAT-RECORD loaded;
       *> CATALOG-RESOLVE handles the main trace argument and
       *> CATALOG-RESOLVE-B interleave's second one.
       CATALOG-RESOLVE.
           MOVE WS-FILENAME(2:) TO WS-CAT-NAME
           PERFORM CATALOG-RESOLVE-ENTRY
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF

           MOVE CT-PATH TO WS-FILENAME
           MOVE CT-FORMAT TO WS-TRACE-FORMAT
           DISPLAY "catalog entry " FUNCTION TRIM(WS-CAT-NAME)
                   " verified - running "
                   FUNCTION TRIM(CT-PATH).

       CATALOG-RESOLVE-B.
           MOVE WS-ITL-B-PATH(2:) TO WS-CAT-NAME
           PERFORM CATALOG-RESOLVE-ENTRY
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF

           *> Only the path travels - interleave's trace format is
           *> fixed at TEXT and a BIN entry was already refused.
           MOVE CT-PATH TO WS-ITL-B-PATH
           DISPLAY "catalog entry " FUNCTION TRIM(WS-CAT-NAME)
                   " verified - running "
                   FUNCTION TRIM(CT-PATH).

       CATALOG-RESOLVE-ENTRY.
           IF NOT IS-CATALOG-ENABLED
               DISPLAY "Error: naming a catalog entry (%<name>) "
                       "requires CATALOG=<cat_file>"
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE "catalog" TO WS-FERR-USE
               MOVE WS-CATALOG-PATH TO WS-FERR-PATH
               MOVE WS-CATALOG-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAT-NAME TO CT-NAME
           READ CATALOG-FILE
               INVALID KEY
                   DISPLAY "Error: no catalog entry named "
                           FUNCTION TRIM(WS-CAT-NAME)
                   CLOSE CATALOG-FILE
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
           END-READ

           CLOSE CATALOG-FILE

           PERFORM CATALOG-COUNT-CURRENT
           IF WS-CAT-FILE-OK NOT = 'Y'
               DISPLAY "Error: cataloged trace "
                       FUNCTION TRIM(WS-CAT-NAME)
                       " cannot be opened at "
                       FUNCTION TRIM(CT-PATH)
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF
           IF WS-CAT-CUR-LINES NOT = CT-LINES
               MOVE CT-LINES TO DISP-CAT-LINES
               MOVE WS-CAT-CUR-LINES TO DISP-CAT-CUR
               DISPLAY "Error: trace " FUNCTION TRIM(WS-CAT-NAME)
                       " no longer matches its catalog entry - "
                       "cataloged " FUNCTION TRIM(DISP-CAT-LINES)
                       " lines, file now has "
                       FUNCTION TRIM(DISP-CAT-CUR)
                       " - refusing to run"
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           *> Resolution happens after option validation, so the
           *> text-only rule for interleave has to be re-checked
           *> against the entry's registered format - a BIN trace
           *> read through the line-sequential reader is just a wall
           *> of malformed-line warnings.
           IF IS-ITL-MODE AND CT-FORMAT = "BIN"
               DISPLAY "Error: catalog entry "
                       FUNCTION TRIM(WS-CAT-NAME)
                       " is a BIN trace - interleave mode reads "
                       "text traces only"
               PERFORM ARG-ABORT
               EXIT PARAGRAPH
           END-IF.

       *> ----------------------------------------------------------------
       *> End-of-day reconciliation. Every source named is read for
       *> the one run date and tallied into RCN-TABLE; then each key
       *> is compared across the sources in use - the same number of
       *> runs and the same misprediction total everywhere, or it is
       *> a break. The extract is also held to its own trailer. A
       *> source that cannot be opened aborts the step (cc 12); any
       *> break leaves cc 8 so the extract is not sent.
       *> ----------------------------------------------------------------
       RECONCILE-DAY.
           MOVE 0 TO RCN-COUNT
           MOVE 0 TO RCN-BREAKS
           MOVE 0 TO RCN-SKIPPED
           MOVE 0 TO RCN-JNL-RUNS
           PERFORM VARYING WS-RCN-SRC FROM 1 BY 1 UNTIL WS-RCN-SRC > 4
               MOVE 0 TO RCN-SRC-RUNS(WS-RCN-SRC)
               MOVE 0 TO RCN-SRC-MISP(WS-RCN-SRC)
           END-PERFORM

           IF WS-RCN-SRC-USED(1) = 'Y'
               PERFORM RCN-READ-HISTORY
           END-IF
           IF WS-RCN-SRC-USED(2) = 'Y' AND NOT STEP-ABORTED
               PERFORM RCN-READ-CSV
           END-IF
           IF WS-RCN-SRC-USED(3) = 'Y' AND NOT STEP-ABORTED
               PERFORM RCN-READ-EXTRACT
           END-IF
           IF WS-RCN-SRC-USED(4) = 'Y' AND NOT STEP-ABORTED
               PERFORM RCN-READ-JOBLOG
           END-IF
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF

           DISPLAY "==== end-of-day reconciliation " WS-RCN-DATE
                   " ===="
           PERFORM VARYING WS-RCN-SRC FROM 1 BY 1 UNTIL WS-RCN-SRC > 4
               IF WS-RCN-SRC-USED(WS-RCN-SRC) = 'Y'
                   MOVE RCN-SRC-RUNS(WS-RCN-SRC) TO DISP-RCN-RUNS
                   MOVE RCN-SRC-MISP(WS-RCN-SRC) TO DISP-RCN-MISP
                   DISPLAY WS-RCN-SRC-NAME(WS-RCN-SRC)
                           " runs=" DISP-RCN-RUNS
                           " mispredictions=" DISP-RCN-MISP
               ELSE
                   DISPLAY WS-RCN-SRC-NAME(WS-RCN-SRC)
                           " not reconciled"
               END-IF
           END-PERFORM
           IF RCN-JNL-RUNS > 0
               MOVE RCN-JNL-RUNS TO DISP-RCN-CNT
               DISPLAY "  (history includes " FUNCTION TRIM(DISP-RCN-CNT)
                       " journaled run(s) not yet applied)"
           END-IF

           IF WS-RCN-SRC-USED(3) = 'Y'
               PERFORM RCN-CHECK-TRAILER
           END-IF

           PERFORM VARYING RCN-IX FROM 1 BY 1 UNTIL RCN-IX > RCN-COUNT
               PERFORM RCN-CHECK-KEY
           END-PERFORM

           MOVE RCN-COUNT TO DISP-RCN-CNT
           MOVE RCN-BREAKS TO DISP-RCN-CNT2
           DISPLAY FUNCTION TRIM(DISP-RCN-CNT) " key(s) compared, "
                   FUNCTION TRIM(DISP-RCN-CNT2) " break(s)"
           IF RCN-SKIPPED > 0
               MOVE RCN-SKIPPED TO DISP-RCN-CNT
               DISPLAY "Warning: " FUNCTION TRIM(DISP-RCN-CNT)
                       " record(s) could not be read as runs"
           END-IF

           IF RCN-BREAKS > 0
               DISPLAY "NOT RECONCILED - do not send the extract"
               MOVE 8 TO WS-STEP-NEW-CC
               PERFORM STEP-SET-CC
               IF NOT IS-DECK-ACTIVE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "RECONCILED"
           END-IF.

       *> Finds WS-RCN-KEY in the table, adding it when new, and
       *> counts one run of WS-RCN-MISP under source WS-RCN-SRC.
       RCN-TALLY.
           MOVE 0 TO RCN-FOUND
           PERFORM VARYING RCN-IX FROM 1 BY 1
                   UNTIL RCN-IX > RCN-COUNT OR RCN-FOUND > 0
               IF RCN-KEY(RCN-IX) = WS-RCN-KEY
                   MOVE RCN-IX TO RCN-FOUND
               END-IF
           END-PERFORM

           IF RCN-FOUND = 0
               IF RCN-COUNT >= RCN-MAX
                   DISPLAY "Error: more than 4096 trace/configuration "
                           "keys for one day - reconcile stopped"
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RCN-COUNT
               MOVE RCN-COUNT TO RCN-FOUND
               INITIALIZE RCN-ENTRY(RCN-FOUND)
               MOVE WS-RCN-KEY TO RCN-KEY(RCN-FOUND)
           END-IF

           ADD 1 TO RCN-RUNS(RCN-FOUND, WS-RCN-SRC)
           ADD WS-RCN-MISP TO RCN-MISP(RCN-FOUND, WS-RCN-SRC)
           ADD 1 TO RCN-SRC-RUNS(WS-RCN-SRC)
           ADD WS-RCN-MISP TO RCN-SRC-MISP(WS-RCN-SRC).

       *> The master read end to end (the date is not part of the
       *> key's leading edge), then any journal still waiting for
       *> histapply - those runs belong to the night as much as the
       *> ones that reached the master.
       RCN-READ-HISTORY.
           MOVE 1 TO WS-RCN-SRC
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "history" TO WS-FERR-USE
               MOVE WS-HISTORY-PATH TO WS-FERR-PATH
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-RCN-EOF
           PERFORM UNTIL RCN-END-OF-FILE OR STEP-ABORTED
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET RCN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-HISTORY-STATUS NOT = "00"
                           SET RCN-END-OF-FILE TO TRUE
                       ELSE
                           IF RH-DATE = WS-RCN-DATE
                               MOVE RH-TRACE TO WS-RCN-K-TRACE
                               MOVE RH-TYPE TO WS-RCN-K-TYPE
                               MOVE RH-M TO WS-RCN-K-M
                               MOVE RH-N TO WS-RCN-K-N
                               MOVE RH-CWIDTH TO WS-RCN-K-CW
                               MOVE RH-MISP TO WS-RCN-MISP
                               PERFORM RCN-TALLY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-JRNL-PATH
           STRING FUNCTION TRIM(WS-HISTORY-PATH) ".jnl"
               DELIMITED BY SIZE INTO WS-JRNL-PATH
           END-STRING
           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
               MOVE "journal" TO WS-FERR-USE
               MOVE WS-JRNL-PATH TO WS-FERR-PATH
               MOVE WS-JRNL-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-RCN-EOF
           PERFORM UNTIL RCN-END-OF-FILE OR STEP-ABORTED
               READ JRNL-FILE INTO WS-JRNL-LINE
                   AT END
                       SET RCN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-JRNL-LINE NOT = SPACES
                           PERFORM RCN-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRNL-FILE.

       RCN-JOURNAL-LINE.
           MOVE SPACES TO JRN-F1 JRN-F2 JRN-F3 JRN-F4 JRN-F5 JRN-F6
                          JRN-F7 JRN-F8 JRN-F9 JRN-F10
           UNSTRING WS-JRNL-LINE DELIMITED BY ALL SPACE
               INTO JRN-F1 JRN-F2 JRN-F3 JRN-F4 JRN-F5 JRN-F6
                    JRN-F7 JRN-F8 JRN-F9 JRN-F10
           END-UNSTRING

           IF JRN-F10 = SPACES
                   OR FUNCTION TRIM(JRN-F6) IS NOT NUMERIC
               ADD 1 TO RCN-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(JRN-F6) NOT = WS-RCN-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE JRN-F1 TO WS-RCN-K-TRACE
           MOVE JRN-F2 TO WS-RCN-K-TYPE
           MOVE FUNCTION NUMVAL(JRN-F3) TO WS-RCN-K-M
           MOVE FUNCTION NUMVAL(JRN-F4) TO WS-RCN-K-N
           MOVE FUNCTION NUMVAL(JRN-F5) TO WS-RCN-K-CW
           MOVE FUNCTION NUMVAL(JRN-F10) TO WS-RCN-MISP
           ADD 1 TO RCN-JNL-RUNS
           PERFORM RCN-TALLY.

       *> CSV rows carry their run date in the last column; rows
       *> written before that column existed have none and are
       *> passed over, as is the header.
       RCN-READ-CSV.
           MOVE 2 TO WS-RCN-SRC
           MOVE WS-CSV-PATH TO WS-GEN-REF
           PERFORM GEN-RESOLVE-INPUT
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-REF TO WS-CSV-PATH
           OPEN INPUT CSV-FILE
           IF WS-CSV-FILE-STATUS NOT = "00"
               MOVE "csv" TO WS-FERR-USE
               MOVE WS-CSV-PATH TO WS-FERR-PATH
               MOVE WS-CSV-FILE-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-RCN-EOF
           PERFORM UNTIL RCN-END-OF-FILE OR STEP-ABORTED
               READ CSV-FILE INTO WS-RCN-LINE
                   AT END
                       SET RCN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-RCN-LINE NOT = SPACES
                           PERFORM RCN-CSV-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CSV-FILE.

       RCN-CSV-ROW.
           MOVE SPACES TO WS-RCN-F
           UNSTRING WS-RCN-LINE DELIMITED BY ","
               INTO WS-RCN-FLD(1)  WS-RCN-FLD(2)  WS-RCN-FLD(3)
                    WS-RCN-FLD(4)  WS-RCN-FLD(5)  WS-RCN-FLD(6)
                    WS-RCN-FLD(7)  WS-RCN-FLD(8)  WS-RCN-FLD(9)
                    WS-RCN-FLD(10) WS-RCN-FLD(11) WS-RCN-FLD(12)
                    WS-RCN-FLD(13) WS-RCN-FLD(14) WS-RCN-FLD(15)
                    WS-RCN-FLD(16) WS-RCN-FLD(17) WS-RCN-FLD(18)
                    WS-RCN-FLD(19) WS-RCN-FLD(20)
           END-UNSTRING

           IF WS-RCN-FLD(1) = "trace"
               EXIT PARAGRAPH
           END-IF
           IF WS-RCN-FLD(20) = SPACES
                   OR FUNCTION TRIM(WS-RCN-FLD(20)) IS NOT NUMERIC
                   OR FUNCTION TRIM(WS-RCN-FLD(2)) IS NOT NUMERIC
                   OR FUNCTION TRIM(WS-RCN-FLD(3)) IS NOT NUMERIC
                   OR FUNCTION TRIM(WS-RCN-FLD(5)) IS NOT NUMERIC
               ADD 1 TO RCN-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-RCN-FLD(20)) NOT = WS-RCN-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RCN-FLD(1) TO WS-RCN-K-TRACE
           MOVE WS-RCN-FLD(18) TO WS-RCN-K-TYPE
           MOVE FUNCTION NUMVAL(WS-RCN-FLD(2)) TO WS-RCN-K-M
           MOVE FUNCTION NUMVAL(WS-RCN-FLD(3)) TO WS-RCN-K-N
           MOVE FUNCTION NUMVAL(WS-RCN-FLD(19)) TO WS-RCN-K-CW
           MOVE FUNCTION NUMVAL(WS-RCN-FLD(5)) TO WS-RCN-MISP
           PERFORM RCN-TALLY.

       *> Details for the date are tallied; every detail in the
       *> file, whatever its date, counts toward the trailer check.
       RCN-READ-EXTRACT.
           MOVE 3 TO WS-RCN-SRC
           MOVE 0 TO RCN-EXT-DTL-CNT
           MOVE 0 TO RCN-EXT-HASH
           MOVE 'N' TO RCN-EXT-TRAILER
           MOVE WS-EXTRACT-PATH TO WS-GEN-REF
           PERFORM GEN-RESOLVE-INPUT
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-REF TO WS-EXTRACT-PATH
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               MOVE "extract" TO WS-FERR-USE
               MOVE WS-EXTRACT-PATH TO WS-FERR-PATH
               MOVE WS-EXTRACT-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-RCN-EOF
           PERFORM UNTIL RCN-END-OF-FILE OR STEP-ABORTED
               READ EXTRACT-FILE
                   AT END
                       SET RCN-END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE EXTRACT-RECORD(1:1)
                           WHEN "D"
                               MOVE EXTRACT-RECORD TO EXT-DTL-REC
                               ADD 1 TO RCN-EXT-DTL-CNT
                               ADD EXT-D-MISP TO RCN-EXT-HASH
                               IF EXT-D-DATE = WS-RCN-DATE
                                   MOVE EXT-D-TRACE TO WS-RCN-K-TRACE
                                   MOVE EXT-D-TYPE TO WS-RCN-K-TYPE
                                   MOVE EXT-D-M TO WS-RCN-K-M
                                   MOVE EXT-D-N TO WS-RCN-K-N
                                   MOVE EXT-D-CWIDTH TO WS-RCN-K-CW
                                   MOVE EXT-D-MISP TO WS-RCN-MISP
                                   PERFORM RCN-TALLY
                               END-IF
                           WHEN "T"
                               MOVE EXTRACT-RECORD TO EXT-TRL-REC
                               MOVE 'Y' TO RCN-EXT-TRAILER
                           WHEN "H"
                               CONTINUE
                           WHEN OTHER
                               ADD 1 TO RCN-SKIPPED
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE.

       RCN-CHECK-TRAILER.
           IF RCN-EXT-TRAILER NOT = 'Y'
               DISPLAY "BREAK extract has no trailer - file is "
                       "incomplete"
               ADD 1 TO RCN-BREAKS
               EXIT PARAGRAPH
           END-IF
           IF EXT-T-COUNT NOT = RCN-EXT-DTL-CNT
                   OR EXT-T-HASH NOT = RCN-EXT-HASH
               MOVE EXT-T-COUNT TO DISP-RCN-CNT
               MOVE RCN-EXT-DTL-CNT TO DISP-RCN-CNT2
               DISPLAY "BREAK extract trailer count="
                       FUNCTION TRIM(DISP-RCN-CNT)
                       " details read=" FUNCTION TRIM(DISP-RCN-CNT2)
               MOVE EXT-T-HASH TO DISP-RCN-HASH
               MOVE RCN-EXT-HASH TO DISP-RCN-MISP
               DISPLAY "      trailer hash=" FUNCTION TRIM(DISP-RCN-HASH)
                       " details sum=" FUNCTION TRIM(DISP-RCN-MISP)
               ADD 1 TO RCN-BREAKS
           END-IF.

       *> "run close:" lines stamped with the date; the line is
       *> "<date> <time> run close: <label> type= m= n= cw= total=
       *> misp=".
       RCN-READ-JOBLOG.
           MOVE 4 TO WS-RCN-SRC
           MOVE WS-RCN-LOG-PATH TO WS-GEN-REF
           PERFORM GEN-RESOLVE-INPUT
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-REF TO WS-RCN-LOG-PATH

           *> Reconciling the job log this job is still writing (a
           *> deck step reading JOBLOG=<name>(+1)): close and reopen
           *> it so the earlier steps' lines are on the file first.
           IF WS-JOBLOG-OPEN = 'Y' AND WS-RCN-LOG-PATH = WS-JOBLOG-PATH
               CLOSE JOBLOG-FILE
               OPEN EXTEND JOBLOG-FILE
               IF WS-JOBLOG-STATUS NOT = "00"
                   MOVE 'N' TO WS-JOBLOG-OPEN
                   MOVE "joblog" TO WS-FERR-USE
                   MOVE WS-JOBLOG-PATH TO WS-FERR-PATH
                   MOVE WS-JOBLOG-STATUS TO WS-FERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT RCN-LOG-FILE
           IF WS-RCN-LOG-STATUS NOT = "00"
               MOVE "joblog" TO WS-FERR-USE
               MOVE WS-RCN-LOG-PATH TO WS-FERR-PATH
               MOVE WS-RCN-LOG-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-RCN-EOF
           PERFORM UNTIL RCN-END-OF-FILE OR STEP-ABORTED
               READ RCN-LOG-FILE INTO WS-RCN-LINE
                   AT END
                       SET RCN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-RCN-LINE(19:11) = "run close: "
                           PERFORM RCN-JOBLOG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RCN-LOG-FILE.

       RCN-JOBLOG-LINE.
           IF WS-RCN-LINE(1:8) IS NOT NUMERIC
               ADD 1 TO RCN-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-RCN-LINE(1:8) NOT = WS-RCN-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RCN-F
           UNSTRING WS-RCN-LINE(30:) DELIMITED BY ALL SPACE
               INTO WS-RCN-FLD(1) WS-RCN-FLD(2) WS-RCN-FLD(3)
                    WS-RCN-FLD(4) WS-RCN-FLD(5) WS-RCN-FLD(6)
                    WS-RCN-FLD(7)
           END-UNSTRING

           IF WS-RCN-FLD(2)(1:5) NOT = "type="
                   OR WS-RCN-FLD(3)(1:2) NOT = "m="
                   OR WS-RCN-FLD(4)(1:2) NOT = "n="
                   OR WS-RCN-FLD(5)(1:3) NOT = "cw="
                   OR WS-RCN-FLD(7)(1:5) NOT = "misp="
               ADD 1 TO RCN-SKIPPED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RCN-FLD(1) TO WS-RCN-K-TRACE
           MOVE WS-RCN-FLD(2)(6:) TO WS-RCN-K-TYPE
           MOVE FUNCTION NUMVAL(WS-RCN-FLD(3)(3:)) TO WS-RCN-K-M
           MOVE FUNCTION NUMVAL(WS-RCN-FLD(4)(3:)) TO WS-RCN-K-N
           MOVE FUNCTION NUMVAL(WS-RCN-FLD(5)(4:)) TO WS-RCN-K-CW
           MOVE FUNCTION NUMVAL(WS-RCN-FLD(7)(6:)) TO WS-RCN-MISP
           PERFORM RCN-TALLY.

       *> A key is clean when every source in use shows it with the
       *> same run count and misprediction total as the first one.
       RCN-CHECK-KEY.
           MOVE 0 TO RCN-REF-SRC
           MOVE 0 TO RCN-FOUND
           PERFORM VARYING WS-RCN-SRC FROM 1 BY 1 UNTIL WS-RCN-SRC > 4
               IF WS-RCN-SRC-USED(WS-RCN-SRC) = 'Y'
                   IF RCN-REF-SRC = 0
                       MOVE WS-RCN-SRC TO RCN-REF-SRC
                   ELSE
                       IF RCN-RUNS(RCN-IX, WS-RCN-SRC)
                               NOT = RCN-RUNS(RCN-IX, RCN-REF-SRC)
                           OR RCN-MISP(RCN-IX, WS-RCN-SRC)
                               NOT = RCN-MISP(RCN-IX, RCN-REF-SRC)
                           MOVE 1 TO RCN-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF RCN-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO RCN-BREAKS
           MOVE RCN-K-M(RCN-IX) TO DISP-RCN-M
           MOVE RCN-K-N(RCN-IX) TO DISP-RCN-N
           MOVE RCN-K-CW(RCN-IX) TO DISP-RH-CW
           DISPLAY "BREAK " FUNCTION TRIM(RCN-K-TRACE(RCN-IX)) " "
                   FUNCTION TRIM(RCN-K-TYPE(RCN-IX)) " "
                   FUNCTION TRIM(DISP-RCN-M) " "
                   FUNCTION TRIM(DISP-RCN-N) " cw"
                   FUNCTION TRIM(DISP-RH-CW)

           MOVE SPACES TO WS-RCN-BREAK-LINE
           MOVE 1 TO WS-RCN-PTR
           STRING "     " DELIMITED BY SIZE
               INTO WS-RCN-BREAK-LINE WITH POINTER WS-RCN-PTR
           END-STRING
           PERFORM VARYING WS-RCN-SRC FROM 1 BY 1 UNTIL WS-RCN-SRC > 4
               IF WS-RCN-SRC-USED(WS-RCN-SRC) = 'Y'
                   MOVE RCN-RUNS(RCN-IX, WS-RCN-SRC) TO DISP-RCN-RUNS
                   MOVE RCN-MISP(RCN-IX, WS-RCN-SRC) TO DISP-RCN-MISP
                   STRING " " FUNCTION TRIM(WS-RCN-SRC-NAME(WS-RCN-SRC))
                          " runs=" FUNCTION TRIM(DISP-RCN-RUNS)
                          " misp=" FUNCTION TRIM(DISP-RCN-MISP)
                       DELIMITED BY SIZE
                       INTO WS-RCN-BREAK-LINE WITH POINTER WS-RCN-PTR
                   END-STRING
               END-IF
           END-PERFORM
           DISPLAY FUNCTION TRIM(WS-RCN-BREAK-LINE TRAILING).

       *> ----------------------------------------------------------------
       *> Configuration master maintenance. "add" files a new profile
       *> and refuses a name already on file; "replace" rewrites an
       *> existing one and refuses a name that is not - so a typo can
       *> neither clobber a profile nor quietly create a second one.
       *> "list" walks the master; "delete" removes one profile.
       *> ----------------------------------------------------------------
       CONFIG-MAINTENANCE.
           EVALUATE WS-CFGM-ACTION
               WHEN "add"
               WHEN "replace"
                   PERFORM CONFIG-FILE-PROFILE
               WHEN "list"
                   PERFORM CONFIG-LIST
               WHEN "delete"
                   PERFORM CONFIG-DELETE
           END-EVALUATE.

       OPEN-CONFIG-IO.
           OPEN I-O CONFIG-FILE
           IF WS-CFGM-STATUS = "35"
               OPEN OUTPUT CONFIG-FILE
               IF WS-CFGM-STATUS NOT = "00"
                   MOVE "config" TO WS-FERR-USE
                   MOVE WS-CFGM-PATH TO WS-FERR-PATH
                   MOVE WS-CFGM-STATUS TO WS-FERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
               END-IF
               CLOSE CONFIG-FILE
               OPEN I-O CONFIG-FILE
           END-IF
           IF WS-CFGM-STATUS NOT = "00"
               MOVE "config" TO WS-FERR-USE
               MOVE WS-CFGM-PATH TO WS-FERR-PATH
               MOVE WS-CFGM-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF.

       CONFIG-FILE-PROFILE.
           PERFORM OPEN-CONFIG-IO
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           PERFORM CONFIG-ATR-BEGIN
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ATR-HAD-BEFORE
           MOVE WS-CFGM-KEY TO CM-NAME
           READ CONFIG-FILE
               INVALID KEY
                   IF WS-CFGM-ACTION = "replace"
                       DISPLAY "Error: no profile named "
                               FUNCTION TRIM(WS-CFGM-KEY)
                               " to replace - use config add"
                       CLOSE CONFIG-FILE
                       PERFORM ATR-END
                       PERFORM ARG-ABORT
                       EXIT PARAGRAPH
                   END-IF
               NOT INVALID KEY
                   IF WS-CFGM-ACTION = "add"
                       DISPLAY "Error: profile "
                               FUNCTION TRIM(WS-CFGM-KEY)
                               " already on file - use config replace"
                       CLOSE CONFIG-FILE
                       PERFORM ATR-END
                       PERFORM ARG-ABORT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'Y' TO WS-ATR-HAD-BEFORE
                   MOVE CFGM-RECORD TO WS-ATR-BEFORE
           END-READ

           MOVE WS-CFGM-KEY TO CM-NAME
           MOVE WS-CFGM-TYPE TO CM-TYPE
           MOVE WS-CFGM-M TO CM-M
           MOVE WS-CFGM-N TO CM-N
           ACCEPT CM-REG-DATE FROM DATE YYYYMMDD
           MOVE WS-CFGM-OPTIONS TO CM-OPTIONS

           IF WS-CFGM-ACTION = "add"
               WRITE CFGM-RECORD
                   INVALID KEY
                       DISPLAY "Error filing profile "
                               FUNCTION TRIM(WS-CFGM-KEY)
                       CLOSE CONFIG-FILE
                       PERFORM ATR-END
                       PERFORM FILE-ABORT
                       EXIT PARAGRAPH
               END-WRITE
               DISPLAY "profile " FUNCTION TRIM(WS-CFGM-KEY) " added"
               MOVE 'I' TO WS-ATR-IMG-ID
               MOVE CM-NAME TO WS-ATR-IMG-KEY
               MOVE CFGM-RECORD TO WS-ATR-IMAGE
               PERFORM ATR-LOG-IMAGE
           ELSE
               REWRITE CFGM-RECORD
                   INVALID KEY
                       DISPLAY "Error replacing profile "
                               FUNCTION TRIM(WS-CFGM-KEY)
                       CLOSE CONFIG-FILE
                       PERFORM ATR-END
                       PERFORM FILE-ABORT
                       EXIT PARAGRAPH
               END-REWRITE
               DISPLAY "profile " FUNCTION TRIM(WS-CFGM-KEY)
                       " replaced"
               MOVE CM-NAME TO WS-ATR-IMG-KEY
               MOVE CFGM-RECORD TO WS-ATR-IMAGE
               PERFORM ATR-LOG-REPLACE
           END-IF

           CLOSE CONFIG-FILE
           PERFORM ATR-END.

       CONFIG-LIST.
           OPEN INPUT CONFIG-FILE
           IF WS-CFGM-STATUS NOT = "00"
               MOVE "config" TO WS-FERR-USE
               MOVE WS-CFGM-PATH TO WS-FERR-PATH
               MOVE WS-CFGM-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CFGM-COUNT
           MOVE 'N' TO WS-CFGM-EOF
           PERFORM UNTIL CFGM-END-OF-FILE
               READ CONFIG-FILE NEXT RECORD
                   AT END
                       SET CFGM-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-CFGM-STATUS NOT = "00"
                           SET CFGM-END-OF-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-CFGM-COUNT
                           MOVE CM-M TO DISP-CFGM-M
                           MOVE CM-N TO DISP-CFGM-N
                           DISPLAY FUNCTION TRIM(CM-NAME)
                                   " " FUNCTION TRIM(CM-TYPE)
                                   " " FUNCTION TRIM(DISP-CFGM-M)
                                   " " FUNCTION TRIM(DISP-CFGM-N)
                                   " registered=" CM-REG-DATE
                                   " " FUNCTION TRIM(CM-OPTIONS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE

           MOVE WS-CFGM-COUNT TO DISP-CFGM-CNT
           DISPLAY FUNCTION TRIM(DISP-CFGM-CNT)
                   " profile(s) in "
                   FUNCTION TRIM(WS-CFGM-PATH).

       CONFIG-DELETE.
           PERFORM OPEN-CONFIG-IO
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF
           PERFORM CONFIG-ATR-BEGIN
           IF STEP-ABORTED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CFGM-KEY TO CM-NAME
           READ CONFIG-FILE
               INVALID KEY
                   DISPLAY "Error: no profile named "
                           FUNCTION TRIM(WS-CFGM-KEY)
                   CLOSE CONFIG-FILE
                   PERFORM ATR-END
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
           END-READ
           MOVE CFGM-RECORD TO WS-ATR-IMAGE

           DELETE CONFIG-FILE
               INVALID KEY
                   DISPLAY "Error deleting profile "
                           FUNCTION TRIM(WS-CFGM-KEY)
                   CLOSE CONFIG-FILE
                   PERFORM ATR-END
                   PERFORM FILE-ABORT
                   EXIT PARAGRAPH
           END-DELETE
           DISPLAY "profile " FUNCTION TRIM(WS-CFGM-KEY) " deleted"
           MOVE 'D' TO WS-ATR-IMG-ID
           MOVE WS-CFGM-KEY TO WS-ATR-IMG-KEY
           PERFORM ATR-LOG-IMAGE

           CLOSE CONFIG-FILE
           PERFORM ATR-END.

       CONFIG-ATR-BEGIN.
           MOVE SPACES TO WS-ATR-ACTION
           STRING "config " FUNCTION TRIM(WS-CFGM-ACTION)
               DELIMITED BY SIZE INTO WS-ATR-ACTION
           END-STRING
           MOVE "config" TO WS-ATR-MASTER
           MOVE WS-CFGM-PATH TO WS-ATR-MASTER-PATH
           MOVE WS-CFGM-KEY TO WS-ATR-HDR-KEY
           PERFORM ATR-BEGIN
           IF STEP-ABORTED
               CLOSE CONFIG-FILE
           END-IF.

       *> ----------------------------------------------------------------
       *> History maintenance panel. Lists a page of stored runs
       *> under the current trace/type/M/N/CWIDTH filter and takes
       *> one command per line from the console:
       *>   T <trace>  Y <type>  M <m>  N <n>  W <cwidth>  set a
       *>              filter ("*" clears it)
       *>   F / B      next / previous page
       *>   X <no> <reason>  invalidate run <no> of the page
       *>   R <no>     restore an invalidated run
       *>   P <no>     pin run <no> as its configuration's baseline
       *>   U <no>     unpin it
       *>   H          list the commands and reason codes
       *>   Q or a blank line ends the session
       *> Each change is one REWRITE, audited as a before/after pair.
       *> ----------------------------------------------------------------
       HISTORY-MAINTENANCE.
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "history" TO WS-FERR-USE
               MOVE WS-HISTORY-PATH TO WS-FERR-PATH
               MOVE WS-HISTORY-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE "histmaint" TO WS-ATR-ACTION
           MOVE "history" TO WS-ATR-MASTER
           MOVE WS-HISTORY-PATH TO WS-ATR-MASTER-PATH
           MOVE WS-HIST-Q-TRACE TO WS-ATR-HDR-KEY
           PERFORM ATR-BEGIN
           IF STEP-ABORTED
               CLOSE HISTORY-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HIST-Q-TRACE TO WS-HM-F-TRACE
           MOVE WS-HIST-FILT-TYPE TO WS-HM-F-TYPE
           MOVE 'N' TO WS-HM-F-M-SET
           MOVE 'N' TO WS-HM-F-N-SET
           MOVE 'N' TO WS-HM-F-CW-SET
           IF WS-HIST-FILT-M NOT = 99
               MOVE WS-HIST-FILT-M TO WS-HM-F-M
               MOVE 'Y' TO WS-HM-F-M-SET
           END-IF
           IF WS-HIST-FILT-N NOT = 99
               MOVE WS-HIST-FILT-N TO WS-HM-F-N
               MOVE 'Y' TO WS-HM-F-N-SET
           END-IF
           MOVE 0 TO WS-HM-CHANGES
           MOVE 'N' TO WS-HM-DONE
           MOVE SPACES TO WS-HM-MSG
           PERFORM HM-FIRST-PAGE

           PERFORM UNTIL HM-SESSION-DONE
               PERFORM HM-SHOW-PAGE
               PERFORM HM-COMMAND
           END-PERFORM

           CLOSE HISTORY-FILE
           PERFORM ATR-END

           MOVE WS-HM-CHANGES TO DISP-HM-CNT
           DISPLAY "histmaint: " FUNCTION TRIM(DISP-HM-CNT)
                   " record(s) changed in "
                   FUNCTION TRIM(WS-HISTORY-PATH).

       *> Page 1 of the current filter - the lowest key of the
       *> filtered trace, or of the whole master.
       HM-FIRST-PAGE.
           MOVE WS-HM-F-TRACE TO RH-TRACE
           MOVE SPACES TO RH-TYPE
           MOVE 0 TO RH-M
           MOVE 0 TO RH-N
           MOVE 0 TO RH-CWIDTH
           MOVE 0 TO RH-DATE
           MOVE 0 TO RH-TIME
           IF WS-HM-F-TRACE = SPACES
               MOVE LOW-VALUES TO RH-KEY
           END-IF
           MOVE RH-KEY TO HM-START-KEY
           MOVE 1 TO HM-PAGE-NO
           MOVE HM-START-KEY TO HM-STACK-KEY(1).

       *> Reads the page from HM-START-KEY: up to HM-PAGE-SIZE runs
       *> passing the filter, listed and their keys kept in HM-ROW,
       *> then one more look ahead to know whether a next page exists.
       HM-SHOW-PAGE.
           MOVE 0 TO HM-ROW-COUNT
           MOVE 'N' TO WS-HM-MORE
           MOVE 'N' TO WS-HM-SCAN-END

           MOVE SPACES TO WS-HM-F-TXT
           MOVE "*" TO DISP-HM-FM
           MOVE "*" TO DISP-HM-FN
           MOVE "*" TO DISP-HM-FCW
           IF WS-HM-F-M-SET = 'Y'
               MOVE WS-HM-F-M TO DISP-HM-FM
           END-IF
           IF WS-HM-F-N-SET = 'Y'
               MOVE WS-HM-F-N TO DISP-HM-FN
           END-IF
           IF WS-HM-F-CW-SET = 'Y'
               MOVE WS-HM-F-CW TO DISP-HM-FCW
           END-IF
           MOVE HM-PAGE-NO TO DISP-HM-PAGE
           DISPLAY " "
           DISPLAY "==== history maintenance - "
                   FUNCTION TRIM(WS-HISTORY-PATH)
                   " - page " FUNCTION TRIM(DISP-HM-PAGE) " ===="
           IF WS-HM-F-TRACE = SPACES
               MOVE "*" TO WS-HM-F-TXT
           ELSE
               MOVE WS-HM-F-TRACE TO WS-HM-F-TXT
           END-IF
           IF WS-HM-F-TYPE = SPACES
               DISPLAY "filter: trace=" FUNCTION TRIM(WS-HM-F-TXT)
                       " type=* m=" DISP-HM-FM " n=" DISP-HM-FN
                       " cw=" DISP-HM-FCW
           ELSE
               DISPLAY "filter: trace=" FUNCTION TRIM(WS-HM-F-TXT)
                       " type=" FUNCTION TRIM(WS-HM-F-TYPE)
                       " m=" DISP-HM-FM " n=" DISP-HM-FN
                       " cw=" DISP-HM-FCW
           END-IF
           DISPLAY "no trace                            type       "
                   "  M  N cw date     time        rate state"

           MOVE HM-START-KEY TO RH-KEY
           START HISTORY-FILE KEY >= RH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HM-SCAN-END
           END-START

           PERFORM UNTIL WS-HM-SCAN-END = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HM-SCAN-END
               END-READ
               EVALUATE TRUE
                   WHEN WS-HM-SCAN-END = 'Y'
                       CONTINUE
                   WHEN WS-HISTORY-STATUS NOT = "00"
                       MOVE 'Y' TO WS-HM-SCAN-END
                   WHEN WS-HM-F-TRACE NOT = SPACES
                           AND RH-TRACE NOT = WS-HM-F-TRACE
                       MOVE 'Y' TO WS-HM-SCAN-END
                   WHEN OTHER
                       PERFORM HM-FILTER-RUN
                       IF WS-HM-OK = 'Y'
                           IF HM-ROW-COUNT < HM-PAGE-SIZE
                               ADD 1 TO HM-ROW-COUNT
                               MOVE RH-KEY TO HM-ROW-KEY(HM-ROW-COUNT)
                               PERFORM HM-SHOW-RUN
                           ELSE
                               MOVE 'Y' TO WS-HM-MORE
                               MOVE RH-KEY TO HM-NEXT-KEY
                               MOVE 'Y' TO WS-HM-SCAN-END
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM

           IF HM-ROW-COUNT = 0
               DISPLAY "   (no runs on file for this filter)"
           END-IF
           IF WS-HM-MORE = 'Y'
               DISPLAY "   (more - F for the next page)"
           END-IF
           IF WS-HM-MSG NOT = SPACES
               DISPLAY FUNCTION TRIM(WS-HM-MSG)
               MOVE SPACES TO WS-HM-MSG
           END-IF
           DISPLAY "command (H for help): " WITH NO ADVANCING.

       HM-FILTER-RUN.
           MOVE 'N' TO WS-HM-OK
           IF WS-HM-F-TYPE NOT = SPACES AND RH-TYPE NOT = WS-HM-F-TYPE
               EXIT PARAGRAPH
           END-IF
           IF WS-HM-F-M-SET = 'Y' AND RH-M NOT = WS-HM-F-M
               EXIT PARAGRAPH
           END-IF
           IF WS-HM-F-N-SET = 'Y' AND RH-N NOT = WS-HM-F-N
               EXIT PARAGRAPH
           END-IF
           IF WS-HM-F-CW-SET = 'Y' AND RH-CWIDTH NOT = WS-HM-F-CW
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HM-OK.

       HM-SHOW-RUN.
           MOVE HM-ROW-COUNT TO DISP-HM-NO
           MOVE RH-M TO DISP-RH-M
           MOVE RH-N TO DISP-RH-N
           MOVE RH-CWIDTH TO DISP-RH-CW
           MOVE RH-RATE TO DISPLAY-RH-RATE
           MOVE SPACES TO WS-HM-STATE
           EVALUATE TRUE
               WHEN RH-IS-INVALID
                   STRING "INVALID " RH-REASON
                       DELIMITED BY SIZE INTO WS-HM-STATE
                   END-STRING
               WHEN RH-IS-PINNED
                   MOVE "BASELINE" TO WS-HM-STATE
               WHEN RH-IS-SAMPLED
                   MOVE "SAMPLED" TO WS-HM-STATE
               WHEN OTHER
                   MOVE "valid" TO WS-HM-STATE
           END-EVALUATE
           DISPLAY DISP-HM-NO " " RH-TRACE(1:32) " " RH-TYPE " "
                   DISP-RH-M " " DISP-RH-N " " DISP-RH-CW " "
                   RH-DATE " " RH-TIME " " DISPLAY-RH-RATE " "
                   FUNCTION TRIM(WS-HM-STATE).

       *> One console command.
       HM-COMMAND.
           MOVE SPACES TO WS-HM-CMD
           ACCEPT WS-HM-CMD
           MOVE SPACES TO WS-HM-VERB
           MOVE SPACES TO WS-HM-ARG1
           MOVE SPACES TO WS-HM-ARG2
           IF WS-HM-CMD NOT = SPACES
               UNSTRING FUNCTION TRIM(WS-HM-CMD) DELIMITED BY ALL SPACE
                   INTO WS-HM-VERB WS-HM-ARG1 WS-HM-ARG2
               END-UNSTRING
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-HM-VERB) TO WS-HM-VERB

           EVALUATE WS-HM-VERB
               WHEN SPACES
               WHEN "Q"
                   MOVE 'Y' TO WS-HM-DONE
               WHEN "H"
               WHEN "?"
                   PERFORM HM-HELP
               WHEN "F"
                   IF WS-HM-MORE NOT = 'Y'
                       MOVE "already on the last page" TO WS-HM-MSG
                   ELSE
                       IF HM-PAGE-NO >= HM-STACK-MAX
                           MOVE "too many pages back - narrow the filter"
                               TO WS-HM-MSG
                       ELSE
                           ADD 1 TO HM-PAGE-NO
                           MOVE HM-NEXT-KEY TO HM-STACK-KEY(HM-PAGE-NO)
                           MOVE HM-NEXT-KEY TO HM-START-KEY
                       END-IF
                   END-IF
               WHEN "B"
                   IF HM-PAGE-NO <= 1
                       MOVE "already on the first page" TO WS-HM-MSG
                   ELSE
                       SUBTRACT 1 FROM HM-PAGE-NO
                       MOVE HM-STACK-KEY(HM-PAGE-NO) TO HM-START-KEY
                   END-IF
               WHEN "T"
                   IF WS-HM-ARG1 = "*"
                       MOVE SPACES TO WS-HM-F-TRACE
                   ELSE
                       MOVE WS-HM-ARG1 TO WS-HM-F-TRACE
                   END-IF
                   PERFORM HM-FIRST-PAGE
               WHEN "Y"
                   IF WS-HM-ARG1 = "*"
                       MOVE SPACES TO WS-HM-F-TYPE
                   ELSE
                       MOVE FUNCTION LOWER-CASE(WS-HM-ARG1)
                           TO WS-HM-F-TYPE
                   END-IF
                   PERFORM HM-FIRST-PAGE
               WHEN "M"
               WHEN "N"
               WHEN "W"
                   PERFORM HM-SET-NUMERIC-FILTER
               WHEN "X"
                   PERFORM HM-INVALIDATE
               WHEN "R"
                   PERFORM HM-RESTORE
               WHEN "P"
                   PERFORM HM-PIN
               WHEN "U"
                   PERFORM HM-UNPIN
               WHEN OTHER
                   MOVE SPACES TO WS-HM-MSG
                   STRING "unknown command " FUNCTION TRIM(WS-HM-VERB)
                          " - H lists the commands"
                       DELIMITED BY SIZE INTO WS-HM-MSG
                   END-STRING
           END-EVALUATE.

       HM-HELP.
           DISPLAY "T <trace>  Y <type>  M <m>  N <n>  W <cwidth>"
                   "   set a filter, * clears it"
           DISPLAY "F / B      next / previous page"
           DISPLAY "X <no> <reason>   invalidate run <no>"
           DISPLAY "R <no>     restore an invalidated run"
           DISPLAY "P <no>     pin run <no> as its baseline"
           DISPLAY "U <no>     unpin run <no>"
           DISPLAY "Q          end (a blank line also ends)"
           DISPLAY "reason codes:"
           PERFORM VARYING HM-REASON-IX FROM 1 BY 1
                   UNTIL HM-REASON-IX > 6
               DISPLAY "  " HM-REASON-CODE(HM-REASON-IX) "  "
                       FUNCTION TRIM(HM-REASON-TEXT(HM-REASON-IX))
           END-PERFORM.

       *> M, N and W (CWIDTH) filters - a number, or "*" for any.
       HM-SET-NUMERIC-FILTER.
           IF WS-HM-ARG1 = "*"
               EVALUATE WS-HM-VERB
                   WHEN "M"
                       MOVE 'N' TO WS-HM-F-M-SET
                   WHEN "N"
                       MOVE 'N' TO WS-HM-F-N-SET
                   WHEN OTHER
                       MOVE 'N' TO WS-HM-F-CW-SET
               END-EVALUATE
               PERFORM HM-FIRST-PAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-HM-ARG1 = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-HM-ARG1) NOT = 0
               MOVE SPACES TO WS-HM-MSG
               STRING FUNCTION TRIM(WS-HM-VERB)
                      " needs a number or *"
                   DELIMITED BY SIZE INTO WS-HM-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-HM-VERB
               WHEN "M"
                   MOVE FUNCTION NUMVAL(WS-HM-ARG1) TO WS-HM-F-M
                   MOVE 'Y' TO WS-HM-F-M-SET
               WHEN "N"
                   MOVE FUNCTION NUMVAL(WS-HM-ARG1) TO WS-HM-F-N
                   MOVE 'Y' TO WS-HM-F-N-SET
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(WS-HM-ARG1) TO WS-HM-F-CW
                   MOVE 'Y' TO WS-HM-F-CW-SET
           END-EVALUATE
           PERFORM HM-FIRST-PAGE.

       *> Resolves the row number in WS-HM-ARG1 against the page on
       *> screen and re-reads that run by key (WS-HM-OK 'Y' when
       *> the record is in HIST-RECORD, ready to change).
       HM-SELECT-RUN.
           MOVE 'N' TO WS-HM-OK
           IF WS-HM-ARG1 = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-HM-ARG1) NOT = 0
               MOVE "give the run number from the list" TO WS-HM-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-HM-ARG1) TO HM-SEL
           IF HM-SEL < 1 OR HM-SEL > HM-ROW-COUNT
               MOVE "no such run number on this page" TO WS-HM-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE HM-ROW-KEY(HM-SEL) TO HM-TARGET-KEY
           MOVE HM-TARGET-KEY TO RH-KEY
           READ HISTORY-FILE
               INVALID KEY
                   MOVE "run no longer on file" TO WS-HM-MSG
                   EXIT PARAGRAPH
           END-READ
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE SPACES TO WS-HM-MSG
               STRING "history read failed status=" WS-HISTORY-STATUS
                   DELIMITED BY SIZE INTO WS-HM-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-RECORD TO WS-ATR-BEFORE
           MOVE 'Y' TO WS-HM-OK.

       *> Rewrites the changed run held in HIST-RECORD and audits
       *> it against the before image in WS-ATR-BEFORE.
       HM-REWRITE-RUN.
           ACCEPT RH-STATUS-DATE FROM DATE YYYYMMDD
           REWRITE HIST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE SPACES TO WS-HM-MSG
               STRING "history rewrite failed status=" WS-HISTORY-STATUS
                   DELIMITED BY SIZE INTO WS-HM-MSG
               END-STRING
               MOVE 'N' TO WS-HM-OK
               EXIT PARAGRAPH
           END-IF
           MOVE RH-TRACE TO WS-ATR-IMG-KEY
           MOVE HIST-RECORD TO WS-ATR-IMAGE
           PERFORM ATR-LOG-REPLACE
           ADD 1 TO WS-HM-CHANGES.

       HM-INVALIDATE.
           MOVE 0 TO HM-REASON-FOUND
           MOVE FUNCTION UPPER-CASE(WS-HM-ARG2) TO WS-HM-ARG2
           PERFORM VARYING HM-REASON-IX FROM 1 BY 1
                   UNTIL HM-REASON-IX > 6
               IF HM-REASON-CODE(HM-REASON-IX) = WS-HM-ARG2
                   MOVE HM-REASON-IX TO HM-REASON-FOUND
               END-IF
           END-PERFORM
           IF HM-REASON-FOUND = 0
               MOVE "X <no> <reason> - H lists the reason codes"
                   TO WS-HM-MSG
               EXIT PARAGRAPH
           END-IF

           PERFORM HM-SELECT-RUN
           IF WS-HM-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF RH-IS-INVALID AND RH-REASON = WS-HM-ARG2
               MOVE "run is already invalid for that reason"
                   TO WS-HM-MSG
               EXIT PARAGRAPH
           END-IF

           *> An invalid run cannot stay the pinned baseline.
           MOVE 'I' TO RH-STATUS
           MOVE WS-HM-ARG2 TO RH-REASON
           MOVE SPACE TO RH-PIN
           PERFORM HM-REWRITE-RUN
           IF WS-HM-OK = 'Y'
               MOVE SPACES TO WS-HM-MSG
               STRING "run " FUNCTION TRIM(WS-HM-ARG1)
                      " invalidated - "
                      FUNCTION TRIM(HM-REASON-TEXT(HM-REASON-FOUND))
                   DELIMITED BY SIZE INTO WS-HM-MSG
               END-STRING
           END-IF.

       HM-RESTORE.
           PERFORM HM-SELECT-RUN
           IF WS-HM-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF NOT RH-IS-INVALID
               MOVE "run is not invalidated" TO WS-HM-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO RH-STATUS
           MOVE SPACES TO RH-REASON
           PERFORM HM-REWRITE-RUN
           IF WS-HM-OK = 'Y'
               MOVE SPACES TO WS-HM-MSG
               STRING "run " FUNCTION TRIM(WS-HM-ARG1) " restored"
                   DELIMITED BY SIZE INTO WS-HM-MSG
               END-STRING
           END-IF.

       *> Pins the selected run; any other pin in the same
       *> configuration is taken off first so there is only ever one.
       HM-PIN.
           PERFORM HM-SELECT-RUN
           IF WS-HM-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN RH-IS-INVALID
                   MOVE "an invalidated run cannot be the baseline"
                       TO WS-HM-MSG
                   EXIT PARAGRAPH
               WHEN RH-IS-SAMPLED
                   MOVE "a sampled run cannot be the baseline"
                       TO WS-HM-MSG
                   EXIT PARAGRAPH
               WHEN RH-IS-PINNED
                   MOVE "run is already the pinned baseline"
                       TO WS-HM-MSG
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 0 TO RH-DATE
           MOVE 0 TO RH-TIME
           MOVE 'N' TO WS-HM-SCAN-END
           START HISTORY-FILE KEY >= RH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HM-SCAN-END
           END-START
           PERFORM UNTIL WS-HM-SCAN-END = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HM-SCAN-END
               END-READ
               EVALUATE TRUE
                   WHEN WS-HM-SCAN-END = 'Y'
                       CONTINUE
                   WHEN WS-HISTORY-STATUS NOT = "00"
                           OR RH-KEY(1:80) NOT = HM-TARGET-KEY(1:80)
                       MOVE 'Y' TO WS-HM-SCAN-END
                   WHEN RH-IS-PINNED
                       MOVE HIST-RECORD TO WS-ATR-BEFORE
                       MOVE SPACE TO RH-PIN
                       PERFORM HM-REWRITE-RUN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           MOVE HM-TARGET-KEY TO RH-KEY
           READ HISTORY-FILE
               INVALID KEY
                   MOVE "run no longer on file" TO WS-HM-MSG
                   EXIT PARAGRAPH
           END-READ
           MOVE HIST-RECORD TO WS-ATR-BEFORE
           MOVE 'P' TO RH-PIN
           MOVE 'Y' TO WS-HM-OK
           PERFORM HM-REWRITE-RUN
           IF WS-HM-OK = 'Y'
               MOVE SPACES TO WS-HM-MSG
               STRING "run " FUNCTION TRIM(WS-HM-ARG1)
                      " pinned as the configuration's baseline"
                   DELIMITED BY SIZE INTO WS-HM-MSG
               END-STRING
           END-IF.

       HM-UNPIN.
           PERFORM HM-SELECT-RUN
           IF WS-HM-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF NOT RH-IS-PINNED
               MOVE "run is not pinned" TO WS-HM-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO RH-PIN
           PERFORM HM-REWRITE-RUN
           IF WS-HM-OK = 'Y'
               MOVE SPACES TO WS-HM-MSG
               STRING "run " FUNCTION TRIM(WS-HM-ARG1) " unpinned"
                   DELIMITED BY SIZE INTO WS-HM-MSG
               END-STRING
           END-IF.

       *> ----------------------------------------------------------------
       *> Maintenance audit trail. ATR-BEGIN is called once the master
       *> is open and before the first change to it: the trail is
       *> opened (created on first use) and the action's header
       *> written - an action that cannot be audited is refused.
       *> ----------------------------------------------------------------
       ATR-BEGIN.
           MOVE 0 TO ATR-INSERTED
           MOVE 0 TO ATR-DELETED
           MOVE 0 TO ATR-REPLACED
           IF WS-ATR-OPT-PATH NOT = SPACES
               MOVE WS-ATR-OPT-PATH TO WS-ATR-PATH
           ELSE
               MOVE SPACES TO WS-ATR-PATH
               STRING FUNCTION TRIM(WS-ATR-MASTER-PATH) ".aud"
                   DELIMITED BY SIZE INTO WS-ATR-PATH
               END-STRING
           END-IF

           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-ATR-STATUS = "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF
           IF WS-ATR-STATUS NOT = "00"
               MOVE "audit trail" TO WS-FERR-USE
               MOVE WS-ATR-PATH TO WS-FERR-PATH
               MOVE WS-ATR-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               DISPLAY "Error: " FUNCTION TRIM(WS-ATR-ACTION)
                       " not run - it could not be audited"
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ATR-OPEN

           ACCEPT WS-ATR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-ATR-TIME

           MOVE SPACES TO ATR-RECORD
           MOVE 'H' TO ATR-ID
           MOVE WS-ATR-HDR-KEY TO ATR-KEY
           MOVE WS-CMD-ARGS TO ATR-DATA
           PERFORM ATR-WRITE.

       ATR-WRITE.
           MOVE WS-ATR-DATE TO ATR-DATE
           MOVE WS-ATR-TIME TO ATR-TIME
           MOVE WS-ATR-ACTION TO ATR-ACTION
           MOVE WS-ATR-MASTER TO ATR-MASTER
           WRITE ATR-RECORD
           IF WS-ATR-STATUS NOT = "00"
               DISPLAY "Warning: audit trail write failed status="
                       WS-ATR-STATUS " - "
                       FUNCTION TRIM(WS-ATR-PATH)
           END-IF.

       *> One record image - WS-ATR-IMG-ID 'I' (after image of an
       *> insert) or 'D' (before image of a delete).
       ATR-LOG-IMAGE.
           IF WS-ATR-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ATR-RECORD
           MOVE WS-ATR-IMG-ID TO ATR-ID
           MOVE WS-ATR-IMG-KEY TO ATR-KEY
           MOVE WS-ATR-IMAGE TO ATR-DATA
           PERFORM ATR-WRITE
           IF WS-ATR-IMG-ID = 'D'
               ADD 1 TO ATR-DELETED
           ELSE
               ADD 1 TO ATR-INSERTED
           END-IF.

       ATR-LOG-HIST-INSERT.
           MOVE 'I' TO WS-ATR-IMG-ID
           MOVE RH-TRACE TO WS-ATR-IMG-KEY
           MOVE HIST-RECORD TO WS-ATR-IMAGE
           PERFORM ATR-LOG-IMAGE.

       *> A replaced record - WS-ATR-BEFORE then WS-ATR-IMAGE.
       ATR-LOG-REPLACE.
           IF WS-ATR-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ATR-RECORD
           MOVE 'B' TO ATR-ID
           MOVE WS-ATR-IMG-KEY TO ATR-KEY
           MOVE WS-ATR-BEFORE TO ATR-DATA
           PERFORM ATR-WRITE
           MOVE SPACES TO ATR-RECORD
           MOVE 'A' TO ATR-ID
           MOVE WS-ATR-IMG-KEY TO ATR-KEY
           MOVE WS-ATR-IMAGE TO ATR-DATA
           PERFORM ATR-WRITE
           ADD 1 TO ATR-REPLACED.

       ATR-END.
           IF WS-ATR-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE ATR-INSERTED TO DISP-ATR-CNT
           MOVE ATR-DELETED TO DISP-ATR-CNT2
           MOVE ATR-REPLACED TO DISP-ATR-CNT3
           MOVE SPACES TO ATR-RECORD
           MOVE 'T' TO ATR-ID
           MOVE WS-ATR-HDR-KEY TO ATR-KEY
           STRING "inserted=" FUNCTION TRIM(DISP-ATR-CNT)
                  " deleted=" FUNCTION TRIM(DISP-ATR-CNT2)
                  " replaced=" FUNCTION TRIM(DISP-ATR-CNT3)
               DELIMITED BY SIZE INTO ATR-DATA
           END-STRING
           PERFORM ATR-WRITE
           CLOSE AUDIT-TRAIL-FILE
           MOVE 'N' TO WS-ATR-OPEN.

       *> ----------------------------------------------------------------
       *> Audit trail inquiry. Actions dated inside FROM=/TO= are
       *> listed header first; with KEY= only the records for that
       *> key are shown, and an action touching none of them is left
       *> out. Images are decoded by the master they came from.
       *> ----------------------------------------------------------------
       AUDIT-TRAIL-INQUIRY.
           MOVE WS-ATR-OPT-PATH TO WS-ATR-PATH
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-ATR-STATUS NOT = "00"
               MOVE "audit trail" TO WS-FERR-USE
               MOVE WS-ATR-PATH TO WS-FERR-PATH
               MOVE WS-ATR-STATUS TO WS-FERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM FILE-ABORT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "==== maintenance audit trail "
                   FUNCTION TRIM(WS-ATR-PATH) " ===="
           MOVE 0 TO ATRQ-ACTIONS
           MOVE 0 TO ATRQ-RECORDS
           MOVE 'N' TO WS-ATRQ-IN-RANGE
           MOVE 'N' TO WS-ATRQ-EOF
           PERFORM UNTIL ATRQ-END-OF-FILE
               READ AUDIT-TRAIL-FILE
                   AT END
                       SET ATRQ-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM ATRQ-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL-FILE

           MOVE ATRQ-ACTIONS TO DISP-ATR-CNT
           MOVE ATRQ-RECORDS TO DISP-ATR-CNT2
           DISPLAY FUNCTION TRIM(DISP-ATR-CNT) " action(s), "
                   FUNCTION TRIM(DISP-ATR-CNT2)
                   " record image(s) listed".

       ATRQ-ONE-RECORD.
           IF ATR-IS-HEADER
               MOVE 'N' TO WS-ATRQ-IN-RANGE
               MOVE 'N' TO WS-ATRQ-HDR-SHOWN
               IF ATR-DATE >= WS-TRD-FROM AND ATR-DATE <= WS-TRD-TO
                   MOVE 'Y' TO WS-ATRQ-IN-RANGE
                   MOVE ATR-RECORD TO WS-ATRQ-HDR
                   IF WS-ATRQ-KEY = SPACES OR ATR-KEY = WS-ATRQ-KEY
                       PERFORM ATRQ-SHOW-HEADER
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-ATRQ-IN-RANGE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF ATR-IS-TRAILER
               IF WS-ATRQ-HDR-SHOWN = 'Y'
                   DISPLAY "    counts: " FUNCTION TRIM(ATR-DATA)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-ATRQ-KEY NOT = SPACES AND ATR-KEY NOT = WS-ATRQ-KEY
               EXIT PARAGRAPH
           END-IF
           IF WS-ATRQ-HDR-SHOWN NOT = 'Y'
               MOVE ATR-RECORD TO WS-ATRQ-CUR
               PERFORM ATRQ-SHOW-HEADER
               MOVE WS-ATRQ-CUR TO ATR-RECORD
           END-IF
           ADD 1 TO ATRQ-RECORDS

           EVALUATE ATR-ID
               WHEN 'I'
                   MOVE "insert" TO WS-ATRQ-KIND
               WHEN 'D'
                   MOVE "delete" TO WS-ATRQ-KIND
               WHEN 'B'
                   MOVE "before" TO WS-ATRQ-KIND
               WHEN 'A'
                   MOVE "after" TO WS-ATRQ-KIND
               WHEN OTHER
                   MOVE "?" TO WS-ATRQ-KIND
           END-EVALUATE

           MOVE ATR-DATA TO ATRQ-HIST-VIEW
           EVALUATE ATR-MASTER
               WHEN "history"
                   MOVE AQH-M TO DISP-AQ-M
                   MOVE AQH-N TO DISP-AQ-N
                   MOVE AQH-CWIDTH TO DISP-RH-CW
                   MOVE AQH-TOTAL TO DISP-AQ-TOTAL
                   MOVE AQH-MISP TO DISP-AQ-MISP
                   MOVE AQH-RATE TO DISPLAY-AQ-RATE
                   MOVE SPACES TO WS-ATRQ-STATE
                   IF AQH-STATUS = 'I'
                       STRING " invalid " AQH-REASON
                              " " AQH-STATUS-DATE
                           DELIMITED BY SIZE INTO WS-ATRQ-STATE
                       END-STRING
                   END-IF
                   IF AQH-PIN = 'P'
                       MOVE " pinned" TO WS-ATRQ-STATE
                   END-IF
                   DISPLAY "    " WS-ATRQ-KIND " "
                           FUNCTION TRIM(AQH-TRACE) " "
                           FUNCTION TRIM(AQH-TYPE) " "
                           FUNCTION TRIM(DISP-AQ-M) " "
                           FUNCTION TRIM(DISP-AQ-N) " cw"
                           FUNCTION TRIM(DISP-RH-CW)
                           " run " AQH-DATE " " AQH-TIME
                           " total=" FUNCTION TRIM(DISP-AQ-TOTAL)
                           " misp=" FUNCTION TRIM(DISP-AQ-MISP)
                           " rate=" DISPLAY-AQ-RATE
                           FUNCTION TRIM(WS-ATRQ-STATE TRAILING)
               WHEN "catalog"
                   MOVE AQC-VALID TO DISP-AQ-TOTAL
                   DISPLAY "    " WS-ATRQ-KIND " "
                           FUNCTION TRIM(AQC-NAME) " "
                           FUNCTION TRIM(AQC-PATH) " "
                           FUNCTION TRIM(AQC-FORMAT)
                           " registered=" AQC-REG-DATE
                           " valid=" FUNCTION TRIM(DISP-AQ-TOTAL)
               WHEN "config"
                   MOVE AQP-M TO DISP-AQ-M
                   MOVE AQP-N TO DISP-AQ-N
                   DISPLAY "    " WS-ATRQ-KIND " "
                           FUNCTION TRIM(AQP-NAME) " "
                           FUNCTION TRIM(AQP-TYPE) " "
                           FUNCTION TRIM(DISP-AQ-M) " "
                           FUNCTION TRIM(DISP-AQ-N) " "
                           FUNCTION TRIM(AQP-OPTIONS)
               WHEN OTHER
                   DISPLAY "    " WS-ATRQ-KIND " "
                           FUNCTION TRIM(ATR-DATA)
           END-EVALUATE.

       *> The header is held until something under it is shown.
       ATRQ-SHOW-HEADER.
           MOVE 'Y' TO WS-ATRQ-HDR-SHOWN
           ADD 1 TO ATRQ-ACTIONS
           MOVE WS-ATRQ-HDR TO ATR-RECORD
           DISPLAY ATR-DATE " " ATR-TIME " "
                   FUNCTION TRIM(ATR-ACTION) " ("
                   FUNCTION TRIM(ATR-MASTER) "): "
                   FUNCTION TRIM(ATR-DATA).

       CLEANUP.
           *> An aborted step never saves - a file error before any
