      *   from the JOBNAME environment variable, which plain batch
      *   does not set; export it via the LE ENVAR run-time option,
      *   eg. //CEEOPTS DD with ENVAR('JOBNAME=PAYNIGHT'), or the
      *   job field on the records is left blank (the same holds for
      *   the job named in BOM= bill-of-materials blocks and on
      *   MSGHIST= message history and TIMING= timing records)
001849* - This program MUST be compiled NODYNAM as noted in the PROCESS
001850*   statement to resolve the C/C++ library I/O routines. Any
001851*   future requirement for dynamically called routines should be
      *             lines fed through the existing token handling,
      *             with the parm's own tokens overriding the file,
      *             so the JCL parm shrinks to one token.
      * 2026/10/15  Per-compile-unit bill of materials (BOM=path):
      *             each unit's copybooks with record count, content
      *             hash, standards-header version and owning team,
      *             and the unit's worst return code (written at
      *             prtexit-close when the PRTEXIT is in the job); a
      *             block missing fetches the copy history had no room
      *             for is marked INCOMPLETE.
      * 2026/10/15  Copybook data dictionary (DATADICT=path): each
      *             member's data description entries with offset and
      *             length within the 01 record, a nested COPY
      *             standing in its parent as a placeholder as long as
      *             the storage it brings in, appended per member
      *             whenever its content hash changes, for the CBLDDQ
      *             field query.
      * 2026/10/15  Copybook version archive (ARCHIVE=path): the full
      *             text of each member whose content hash differs
      *             from its last archived version, for the CBLVCMP
      *             line-level change report.
      * 2026/10/15  Selective compile (SELECT=path): only the compile
      *             units whose PROGRAM-ID is on the list reach the
      *             compiler, with a compiled/not-found report; a
      *             nested program goes with the program containing it.
      * 2026/10/15  Cross-job compiler message history (MSGHIST=path):
      *             one record per listing message and per compile
      *             unit, for the CBLMSGR technical-debt report.
      * 2026/10/15  Batch window timing (TIMING=path): start, end and
      *             elapsed time per compile unit and per job, with
      *             copybook fetch time from disk and from the cache,
      *             for the CBLBWR capacity report (the job's end taken
      *             at prtexit-close when the PRTEXIT is in the job).
      * 2026/10/15  Where-used database (WHEREUSED=path) is now a VSAM
      *             KSDS with a member alternate index: each unit's
      *             pairs and edges are inserted or updated in place
      *             with the first and last date and job compiled, and
      *             pairs and edges no longer copied are deleted.
001876*-----------------------------------------------------------------
001877* :(copyright
001878* Copyright (c) 2022 IBM Canada Ltd.
       77  resume-skipping   pic s9(4) comp-5 value 0.
           88 RESUME_SKIPPING   value 1 false is ZERO.

       *> SELECT=path selective compile -- the file names programs,
       *> one per record (the first word counts, so a CBLWUQ NAMES=Y
       *> list serves as is; blank and "*" records are skipped). Each
       *> compile unit's records are held back by inexit-get from its
       *> first record (a CBL/PROCESS card or the IDENTIFICATION
       *> DIVISION) until program-id-scan has its PROGRAM-ID; a listed
       *> program's held records then go to the compiler followed by
       *> the rest of the unit, and any other unit is discarded whole,
       *> with no libexit activity, activity record or BOM block. A
       *> nested program is not decided on its own: it goes with the
       *> program that contains it. At end of job select-report shows
       *> which listed names were compiled and which were never found
       *> in the stream.
       77  select-path         pic x(65) value spaces.
       77  select-configured   pic x(1) value "N".
           88 SELECT_CONFIGURED  value "Y" false is "N".
       77  select-report-done  pic s9(4) comp-5 value 0.
           88 SELECT_REPORT_DONE value 1 false is ZERO.
       77  select-state        pic s9(4) comp-5 value 0.
           88 SELECT_DISCARDING  value 0.
           88 SELECT_PASSING     value 1.
           88 SELECT_HOLDING     value 2.
           88 SELECT_RELEASING   value 3.
       77  select-withheld     pic s9(4) comp-5 value 0.
           88 SELECT_WITHHELD    value 1 false is ZERO.
       77  select-unit         pic s9(9) comp-5 value 0.
       77  select-unit-started pic s9(4) comp-5 value 0.
           88 SELECT_UNIT_STARTED value 1 false is ZERO.
       77  unit-discarded      pic s9(4) comp-5 value 0.
           88 UNIT_DISCARDED     value 1 false is ZERO.
       77  select-discard-count pic s9(9) comp-5 value 0.
       77  SELECT_SIZE         pic s9(4) comp-5 value 500.
       77  select-count        pic s9(4) comp-5 value 0.
       1   select-table.
        2  select-entry        occurs 500. *> SELECT_SIZE
         3 select-name         pic x(30).
         3 select-compiled     pic s9(4) comp-5.
       77  SELECT_HOLD_SIZE    pic s9(4) comp-5 value 100.
       *> program nesting within the unit being selected: each
       *> IDENTIFICATION DIVISION opens a program and END PROGRAM
       *> closes one, so a unit starting while the depth is above
       *> zero is a nested program and goes where its outer program
       *> went; a CBL/PROCESS card can only come between programs
       77  select-depth        pic s9(4) comp-5 value 0.
       77  select-nested-naming pic s9(4) comp-5 value 0.
           88 SELECT_NESTED_NAMING value 1 false is ZERO.
       77  select-hold-count   pic s9(4) comp-5 value 0.
       77  select-hold-next    pic s9(4) comp-5 value 0.
       1   select-hold-table.
        2  select-hold-entry   occurs 100. *> SELECT_HOLD_SIZE
         3 select-hold-length  pic s9(9) comp-5.
         3 select-hold-text    pic x(255).

       *> full line-by-line source tracing, off by default; toggled at
       *> run time (no recompile) via TRACE=Y on the exit parm.
       77  verbose-trace-on  pic x(1) value "N".
       *> slot is reused whenever its nesting depth is popped and then
       *> repushed for the next top-level COPY, so usage-report and
       *> manifest-reconcile read this table instead of walking the
       *> live nesting stack. Sized for a whole batch job, since the
       *> bill of materials for a late compile unit is built from it.
       77  COPY_HISTORY_SIZE        pic s9(4) comp-5 value 1000.
       77  copy-history-count       pic s9(4) comp-5 value 0.
       77  copy-history-full-warned pic s9(4) comp-5 value 0.
           88 COPY_HISTORY_FULL_WARNED value 1 false is ZERO.
       1   copy-history-table.
        2  copy-history-entry  occurs 1000. *> COPY_HISTORY_SIZE
         3 history-library     pic x(8).
         3 history-member      pic x(8).
         3 history-count       pic s9(9) comp-5.
         3 history-hash        pic 9(9) comp-5.
         3 history-unit        pic s9(9) comp-5.
         *> standards-header version level and owning team code
         3 history-version     pic x(3).
         3 history-team        pic x(8).

       *> cumulative cross-job where-used database -- a VSAM KSDS
       *> named via WHEREUSED=path on the exit parm (//DD:name or
       *> //'dsname'), keyed on the first 72 bytes of its records:
       *> one record per program x library x member and one per
       *> *EDGE* parent x child nesting edge. At the end of each
       *> compile unit the unit's pairs and edges are inserted, or
       *> updated in place with the date and job of this compile,
       *> and the pairs the program no longer copies (and the edges
       *> of the members it fetched that no longer nest) are deleted.
       *> The companion CBLWUQ program answers "which programs use
       *> copybook X" and "which copybooks does program Y use" with
       *> keyed reads, and CBLWUM loads, purges and reports on it.
       *> compile-unit-check picks the PROGRAM-ID name out of the
       *> primary source as each unit starts.
       77  whereused-path       pic x(65) value spaces.
       77  whereused-final-done pic s9(4) comp-5 value 0.
           88 WHEREUSED_FINAL_DONE value 1 false is ZERO.
       77  whereused-ptr        pointer value NULL.
       *> records inserted, updated in place, and deleted as stale
       77  whereused-rec-count  pic s9(9) comp-5 value 0.
       77  whereused-upd-count  pic s9(9) comp-5 value 0.
       77  whereused-del-count  pic s9(9) comp-5 value 0.
       77  unit-program-name    pic x(30) value spaces.
       *> PROGRAM-ID capture state: looking for the keyword, keyword
       *> seen but name not yet (it may be on the next record), done
           88 PROGRAM_ID_AWAITING   value 1.
           88 PROGRAM_ID_NAMING     value 2.

       *> flocate search options -- stdio.h numbers them __RBA_EQ 1,
       *> __KEY_FIRST 2, __KEY_LAST 3, __KEY_EQ 4, __KEY_EQ_BWD 5,
       *> __KEY_GE 6 and __RBA_EQ_BWD 7; a key shorter than the file's
       *> key is a generic (prefix) search
       77  FLOCATE_KEY_EQ       pic s9(9) comp-5 value 4.
       77  FLOCATE_KEY_GE       pic s9(9) comp-5 value 6.

       *> one fixed 112-byte record per program x copybook pair, keyed
       *> on program, library and member (the first 72 bytes), with
       *> the date and job that first and last compiled the pair; the
       *> member field is 32 bytes so CBLSRCX and MEXIT share the
       *> same file format (and CBLWUQ reads either). An alternate
       *> index over the member (offset 40, length 32) gives CBLWUQ
       *> its keyed "which programs use copybook X" path.
       1   whereused-record.
        2  wu-key.
         3 wu-program          pic x(30).
         3 filler              pic x(1) value space.
         3 wu-library          pic x(8).
         3 filler              pic x(1) value space.
         3 wu-member           pic x(32).
        2  filler              pic x(1) value space.
        2  wu-first-date       pic x(8).
        2  filler              pic x(1) value space.
        2  wu-first-job        pic x(8).
        2  filler              pic x(1) value space.
        2  wu-last-date        pic x(8).
        2  filler              pic x(1) value space.
        2  wu-last-job         pic x(8).
        2  filler              pic x(4) value spaces.

       *> copybook-to-copybook nesting edges share the where-used
       *> file as a second record type, flagged by "*EDGE*" leading
       *> the program field -- a name no PROGRAM-ID can carry -- and
       *> keyed on parent and child, with the child where a pair
       *> has its member so the alternate index serves both. One
       *> record per distinct parent x child pair, written from the
       *> copy-edge table whose flat program x copybook pairs alone
       *> would lose the nesting, and dated like the pairs (the
       *> wu-first-date through wu-last-job fields); CBLWUQ skips
       *> these on pair queries and follows them transitively for
       *> IMPACT= queries.
       1   whereused-edge-record redefines whereused-record.
        2  we-marker           pic x(6).
        2  filler              pic x(1).
        2  we-parent           pic x(32).
        2  filler              pic x(1).
        2  we-child            pic x(32).
        2  filler              pic x(40).
       77  WE_EDGE_MARKER      pic x(6) value "*EDGE*".

       *> cross-job compile activity history -- one fixed 80-byte
           88 ACTIVITY_FINAL_DONE value 1 false is ZERO.
       77  activity-ptr        pointer value NULL.
       77  activity-rec-count  pic s9(9) comp-5 value 0.
       *> the job name, picked up from the environment once per job
       *> by jobname-capture for every cumulative file that carries it
       77  activity-job-name   pic x(8) value spaces.
       77  jobname-captured    pic s9(4) comp-5 value 0.
           88 JOBNAME_CAPTURED   value 1 false is ZERO.
       *> per-unit baselines so each history record carries the
       *> unit's own cache-hit and nesting-depth numbers rather than
       *> the job-wide totals
       77  unit-cache-base     pic s9(9) comp-5 value 0.
       77  unit-stack-hwm      pic s9(4) comp-5 value 1.
       *> copybook fetches of the unit in progress that the history
       *> table had no room for; its BOM block is marked INCOMPLETE
       77  unit-history-dropped pic s9(9) comp-5 value 0.

       *> one fixed 80-byte record per compile unit in the activity
       *> history file; CBLSRCX and MEXIT share the same file format
        2  filler              pic x(1) value space.
        2  act-depth           pic 9(2).

       *> batch window timing -- with TIMING=path on the exit parm the
       *> start, end and elapsed time of each compile unit, and of the
       *> job as a whole, are appended to a persistent file (in the
       *> spirit of ACTIVITY=): one fixed 128-byte "*UNIT*" record per
       *> compile unit and a "*JOB*" record at close. Each carries the
       *> number of copybook fetches read from disk and served from
       *> the cache, and the time spent on each kind. A fetch is timed
       *> from libexit-find to the close of the member, less the time
       *> of any member nested within it. The companion CBLBWR program
       *> reports the jobs, the slowest programs and the fetch times,
       *> and projects the weekly trend against the batch window.
       77  timing-path         pic x(65) value spaces.
       77  timing-configured   pic x(1) value "N".
           88 TIMING_CONFIGURED  value "Y" false is "N".
       77  timing-failed       pic s9(4) comp-5 value 0.
           88 TIMING_FAILED      value 1 false is ZERO.
       77  timing-final-done   pic s9(4) comp-5 value 0.
           88 TIMING_FINAL_DONE  value 1 false is ZERO.
       77  timing-ptr          pointer value NULL.
       77  timing-rec-count    pic s9(9) comp-5 value 0.
       *> start of the job (the first exit open) and of the current
       *> compile unit, as current-date stamps and in hundredths
       77  job-start-stamp     pic x(16) value spaces.
       77  job-start-cs        pic s9(18) comp-5 value 0.
       77  unit-start-stamp    pic x(16) value spaces.
       77  unit-start-cs       pic s9(18) comp-5 value 0.
       *> fetches timed and their time in hundredths, read from disk
       *> and served from the cache, for the unit and for the job
       77  unit-fetch-count    pic s9(9) comp-5 value 0.
       77  unit-fetch-cs       pic s9(18) comp-5 value 0.
       77  unit-hit-count      pic s9(9) comp-5 value 0.
       77  unit-hit-cs         pic s9(18) comp-5 value 0.
       77  job-fetch-count     pic s9(9) comp-5 value 0.
       77  job-fetch-cs        pic s9(18) comp-5 value 0.
       77  job-hit-count       pic s9(9) comp-5 value 0.
       77  job-hit-cs          pic s9(18) comp-5 value 0.
       77  job-unit-count      pic s9(9) comp-5 value 0.

       *> one fixed 128-byte record per compile unit, and one per job,
       *> in the timing file; times are hundredths of a second and the
       *> stamps are the first 16 characters of current-date. On a
       *> "*JOB*" record tm-units is the number of units timed, on a
       *> "*UNIT*" record the unit's number within the job. CBLSRCX
       *> and MEXIT share the same file format.
       1   timing-record.
        2  tm-type             pic x(6).
        2  filler              pic x(1) value space.
        2  tm-job              pic x(8).
        2  filler              pic x(1) value space.
        2  tm-program          pic x(30).
        2  filler              pic x(1) value space.
        2  tm-start            pic x(16).
        2  filler              pic x(1) value space.
        2  tm-end              pic x(16).
        2  filler              pic x(1) value space.
        2  tm-elapsed          pic 9(9).
        2  filler              pic x(1) value space.
        2  tm-fetches          pic 9(5).
        2  filler              pic x(1) value space.
        2  tm-fetch-time       pic 9(8).
        2  filler              pic x(1) value space.
        2  tm-hits             pic 9(5).
        2  filler              pic x(1) value space.
        2  tm-hit-time         pic 9(8).
        2  filler              pic x(1) value space.
        2  tm-units            pic 9(5).
        2  filler              pic x(2) value spaces.
       77  TM_UNIT_MARKER      pic x(6) value "*UNIT*".
       77  TM_JOB_MARKER       pic x(6) value "*JOB*".

       *> cross-job compiler message history -- one fixed 80-byte
       *> record per IGYppnnnn-s message prtexit-put finds in the
       *> listing, appended to the persistent file named via
       *> MSGHIST=path on the exit parm (in the spirit of ACTIVITY=):
       *> date, time, job name, program, message number and severity.
       *> At prtexit-close each compile unit also gets a "*UNIT*"
       *> record carrying its warning count, so a clean compile is on
       *> file too. The companion CBLMSGR program ranks the messages
       *> across the portfolio, trends each program's warnings week
       *> by week, and lists programs whose warnings went up since
       *> their previous compile.
       77  msghist-path        pic x(65) value spaces.
       77  msghist-configured  pic x(1) value "N".
           88 MSGHIST_CONFIGURED value "Y" false is "N".
       77  msghist-failed      pic s9(4) comp-5 value 0.
           88 MSGHIST_FAILED     value 1 false is ZERO.
       77  msghist-final-done  pic s9(4) comp-5 value 0.
           88 MSGHIST_FINAL_DONE value 1 false is ZERO.
       77  msghist-ptr         pointer value NULL.
       77  msghist-rec-count   pic s9(9) comp-5 value 0.
       77  MH_UNIT_MARKER      pic x(9) value "*UNIT*".

       *> one fixed 80-byte record per message occurrence, or per
       *> compile unit with mh-message "*UNIT*" and mh-warnings set
       1   msghist-record.
        2  mh-date             pic x(8).
        2  filler              pic x(1) value space.
        2  mh-time             pic x(6).
        2  filler              pic x(1) value space.
        2  mh-job              pic x(8).
        2  filler              pic x(1) value space.
        2  mh-program          pic x(30).
        2  filler              pic x(1) value space.
        2  mh-message          pic x(9).
        2  filler              pic x(1) value space.
        2  mh-severity         pic x(1).
        2  filler              pic x(1) value space.
        2  mh-warnings         pic 9(5).
        2  filler              pic x(7) value spaces.

       *> per-compile-unit software bill of materials -- as each
       *> compile unit ends, one block is appended to the file named
       *> via BOM=path on the exit parm: a header record (PROGRAM-ID,
       *> job, date and time), one record per distinct library x
       *> member the unit copied (record count and content hash from
       *> the copy-history table, version level and owning team code
       *> from the member's standards header), and a trailer carrying
       *> the unit's worst return code from the PRTEXIT message
       *> summary, flagged INCOMPLETE when some of the unit's fetches
       *> found the history table full. With the PRTEXIT in the job
       *> the blocks are written at prtexit-close, once every unit's
       *> listing has been tallied. The file survives across jobs, so
       *> the release manager and the auditors can say exactly which
       *> copybook versions went into any program that was built.
       77  bom-path            pic x(65) value spaces.
       77  bom-configured      pic x(1) value "N".
           88 BOM_CONFIGURED     value "Y" false is "N".
       77  bom-failed          pic s9(4) comp-5 value 0.
           88 BOM_FAILED         value 1 false is ZERO.
       77  bom-final-done      pic s9(4) comp-5 value 0.
           88 BOM_FINAL_DONE     value 1 false is ZERO.
       77  bom-ptr             pointer value NULL.
       77  bom-rec-count       pic s9(9) comp-5 value 0.
       77  bom-unit-count      pic s9(9) comp-5 value 0.
       77  bom-incomplete-count pic s9(9) comp-5 value 0.
       77  BOM_HEADER_MARKER   pic x(6) value "*BOM*".
       77  BOM_END_MARKER      pic x(6) value "*END*".

       *> three fixed 80-byte record types share the file: the block
       *> header flagged by "*BOM*", the copybook records (a library
       *> name can't lead with "*"), and the "*END*" trailer
       1   bom-record.
        2  bom-marker          pic x(6).
        2  filler              pic x(1) value space.
        2  bom-program         pic x(30).
        2  filler              pic x(1) value space.
        2  bom-job             pic x(8).
        2  filler              pic x(1) value space.
        2  bom-date            pic x(8).
        2  filler              pic x(1) value space.
        2  bom-time            pic x(6).
        2  filler              pic x(1) value space.
        2  bom-unit            pic 9(9).
        2  filler              pic x(8) value spaces.
       1   bom-copy-record redefines bom-record.
        2  bom-library         pic x(8).
        2  filler              pic x(1).
        2  bom-member          pic x(32).
        2  filler              pic x(1).
        2  bom-count           pic 9(9).
        2  filler              pic x(1).
        2  bom-hash            pic 9(9).
        2  filler              pic x(1).
        2  bom-version         pic x(3).
        2  filler              pic x(1).
        2  bom-team            pic x(8).
        2  filler              pic x(6).
       1   bom-end-record redefines bom-record.
        2  bom-end-marker      pic x(6).
        2  filler              pic x(1).
        2  bom-end-program     pic x(30).
        2  filler              pic x(1).
        2  bom-end-copies      pic 9(5).
        2  filler              pic x(1).
        2  bom-end-rc          pic x(3).
        2  filler              pic x(1).
        2  bom-end-status      pic x(10).
        2  filler              pic x(22).

       *> copybook data dictionary -- as the records of a member read
       *> from disk pass through libexit-get, its data description
       *> entries (level, name, PIC, USAGE, OCCURS, REDEFINES) are
       *> parsed into the field table below, and when the member
       *> reaches EOF each field's offset and length within its 01
       *> record are worked out. At end of job datadict-final appends
       *> one record per field to the persistent file named via
       *> DATADICT=path on the exit parm, for each library+member
       *> whose content hash differs from the last block the file
       *> holds for it. The companion CBLDDQ program answers "which
       *> copybooks define field X", "what is the layout of member
       *> Y", and "which programs are exposed to field X" by joining
       *> the dictionary to the where-used file. Each member is
       *> parsed once per job, on its first disk fetch. A member
       *> COPYed inside one being parsed is stood for in its parent by
       *> a placeholder entry (USAGE COPY) as long as the storage it
       *> brings in, so the parent's later fields and its 01 are laid
       *> out past it.
       77  datadict-path       pic x(65) value spaces.
       77  datadict-configured pic x(1) value "N".
           88 DATADICT_CONFIGURED value "Y" false is "N".
       77  datadict-final-done pic s9(4) comp-5 value 0.
           88 DATADICT_FINAL_DONE value 1 false is ZERO.
       77  DD_MEMBER_SIZE      pic s9(4) comp-5 value 200.
       77  dd-member-count     pic s9(4) comp-5 value 0.
       77  dd-member-full-warned pic s9(4) comp-5 value 0.
           88 DD_MEMBER_FULL_WARNED value 1 false is ZERO.
       1   dd-member-table.
        2  dd-member-entry     occurs 200. *> DD_MEMBER_SIZE
         3 ddm-library         pic x(8).
         3 ddm-member          pic x(32).
         3 ddm-state           pic x(1). *> B being parsed,
                                         *> C complete at EOF
         3 ddm-hash            pic 9(9) comp-5.
         *> the hash of the last block the file holds for it
         3 ddm-in-file         pic x(1).
         3 ddm-file-hash       pic 9(9) comp-5.
       77  DD_FIELD_SIZE       pic s9(4) comp-5 value 3000.
       77  dd-field-count      pic s9(4) comp-5 value 0.
       77  dd-field-full-warned pic s9(4) comp-5 value 0.
           88 DD_FIELD_FULL_WARNED value 1 false is ZERO.
       1   dd-field-table.
        2  dd-field-entry      occurs 3000. *> DD_FIELD_SIZE
         3 ddf-owner           pic s9(4) comp-5. *> dd-member-entry
         3 ddf-level           pic s9(4) comp-5.
         3 ddf-name            pic x(30).
         3 ddf-picture         pic x(30).
         3 ddf-usage           pic x(17).
         3 ddf-redefines       pic x(30).
         3 ddf-occurs          pic s9(9) comp-5.
         3 ddf-sign-separate   pic x(1).
         *> filled in by datadict-layout: E elementary, G group,
         *> C placeholder for a nested COPY (set by
         *> datadict-nested-add along with its length)
         3 ddf-kind            pic x(1).
         3 ddf-record          pic x(30).
         3 ddf-offset          pic s9(9) comp-5.
         3 ddf-length          pic s9(9) comp-5.

       *> one fixed 240-byte record per field in the dictionary file;
       *> the member field is 32 bytes so CBLSRCX and MEXIT share the
       *> same file format. A block is one library+member's fields in
       *> source order, dd-seq counting from 1; the file is append
       *> only, so the last block for a library+member is current.
       1   datadict-record.
        2  dd-library          pic x(8).
        2  filler              pic x(1) value space.
        2  dd-member           pic x(32).
        2  filler              pic x(1) value space.
        2  dd-record           pic x(30).
        2  filler              pic x(1) value space.
        2  dd-seq              pic 9(5).
        2  filler              pic x(1) value space.
        2  dd-level            pic 9(2).
        2  filler              pic x(1) value space.
        2  dd-name             pic x(30).
        2  filler              pic x(1) value space.
        2  dd-offset           pic 9(7).
        2  filler              pic x(1) value space.
        2  dd-length           pic 9(7).
        2  filler              pic x(1) value space.
        2  dd-occurs           pic 9(5).
        2  filler              pic x(1) value space.
        2  dd-usage            pic x(17).
        2  filler              pic x(1) value space.
        2  dd-picture          pic x(30).
        2  filler              pic x(1) value space.
        2  dd-redefines        pic x(30).
        2  filler              pic x(1) value space.
        2  dd-hash             pic 9(9).
        2  filler              pic x(1) value space.
        2  dd-date             pic x(8).
        2  filler              pic x(7) value spaces.


       *> copybook version archive -- each member read from disk is
       *> spilled record by record to a work file as it passes through
       *> libexit-get; at EOF, if its content hash differs from the
       *> last version the archive holds for that library+member, the
       *> full text is appended to the archive named via ARCHIVE=path
       *> on the exit parm as a new version: a header record (line
       *> 0) followed by one record per line, every record keyed by
       *> library, member, hash and date/time. The companion CBLVCMP
       *> program prints the line-level changes between any two
       *> archived versions. The archive index (the last hash archived
       *> for each library+member) is loaded once, at the first
       *> member to reach EOF.
       77  archive-path        pic x(65) value spaces.
       77  archive-configured  pic x(1) value "N".
           88 ARCHIVE_CONFIGURED value "Y" false is "N".
       77  archive-failed      pic s9(4) comp-5 value 0.
           88 ARCHIVE_FAILED   value 1 false is ZERO.
       77  archive-loaded      pic s9(4) comp-5 value 0.
           88 ARCHIVE_LOADED   value 1 false is ZERO.
       77  archive-final-done  pic s9(4) comp-5 value 0.
           88 ARCHIVE_FINAL_DONE value 1 false is ZERO.
       77  archive-ptr         pointer value NULL.
       77  archive-rec-count   pic s9(9) comp-5 value 0.
       77  archive-ver-count   pic s9(9) comp-5 value 0.
       77  archive-same-count  pic s9(9) comp-5 value 0.
       77  archive-spill-warned pic s9(4) comp-5 value 0.
           88 ARCHIVE_SPILL_WARNED value 1 false is ZERO.
       77  ARCHIVE_INDEX_SIZE  pic s9(4) comp-5 value 1000.
       77  archive-index-count pic s9(4) comp-5 value 0.
       77  archive-full-warned pic s9(4) comp-5 value 0.
           88 ARCHIVE_FULL_WARNED value 1 false is ZERO.
       1   archive-index-table.
        2  archive-index-entry occurs 1000. *> ARCHIVE_INDEX_SIZE
         3 arx-library         pic x(8).
         3 arx-member          pic x(32).
         3 arx-hash            pic 9(9) comp-5.
         *> Y once this job has archived or matched it
         3 arx-done            pic x(1).

       *> one fixed 336-byte record per archived line; ar-line 0 is
       *> the version header, carrying the version's line count. The
       *> member field is 32 bytes so CBLSRCX and MEXIT share the
       *> same file format.
       1   archive-record.
        2  ar-library          pic x(8).
        2  filler              pic x(1) value space.
        2  ar-member           pic x(32).
        2  filler              pic x(1) value space.
        2  ar-hash             pic 9(9).
        2  filler              pic x(1) value space.
        2  ar-date             pic x(8).
        2  filler              pic x(1) value space.
        2  ar-time             pic x(6).
        2  filler              pic x(1) value space.
        2  ar-line             pic 9(7).
        2  filler              pic x(1) value space.
        2  ar-length           pic 9(3).
        2  filler              pic x(1) value space.
        2  ar-text             pic x(255).
        2  filler              pic x(1) value space.
       1   archive-header-record redefines archive-record.
        2  filler              pic x(80).
        2  arh-line-count      pic 9(7).
        2  filler              pic x(249).

       *> the work-file copy of one line, as archive-spill-record
       *> writes it and archive-write-version reads it back
       1   archive-spill-line.
        2  asp-length          pic s9(9) comp-5.
        2  asp-text            pic x(255).

       *> CONFIG=path external options file -- the parm is pic x(256)
       *> and production parms are pressing against it, so a CONFIG=
       *> token names a file of KEY=VALUE lines (one per record,
         *> severity tallies: 1=I 2=W 3=E 4=S 5=U
         3 prt-sev-count       occurs 5 pic s9(9) comp-5.
         3 prt-worst-rc        pic s9(4) comp-5.
         *> the unit's bill-of-materials block, held for prtexit-close
         3 prt-bom-state       pic s9(4) comp-5.
           88 PRT_BOM_DEFERRED   value 1 false is ZERO.
         3 prt-bom-dropped     pic s9(9) comp-5.

       *> with the PRT exit active the compiler hands the listing to
       *> us INSTEAD of writing SYSPRINT, so every line is written
           88 PRT_LIST_FAILED    value 1 false is ZERO.
       77  prt-list-rec-count  pic s9(9) comp-5 value 0.

       *> set at prtexit-open: a unit's listing (and with it its
       *> worst return code) comes only after the compiler has read
       *> the unit's source, and the last one after the INEXIT and
       *> LIBEXIT close, so the bill-of-materials blocks and the last
       *> unit's and the job's timing records wait for prtexit-close
       77  prt-exit-active     pic s9(4) comp-5 value 0.
           88 PRT_EXIT_ACTIVE    value 1 false is ZERO.

       *> in-memory copybook cache -- the first successful read of a
       *> member keeps its records here, and later finds/gets for the
       *> same library+member are satisfied from memory instead of
         3 cache-state       pic x(1). *> B building, C complete,
                                       *> X too big to cache
         3 cache-hash        pic 9(9) comp-5.
         3 cache-hdr-version pic x(3).
         3 cache-hdr-team    pic x(8).
         3 cache-line-count  pic s9(4) comp-5.
         3 cache-line        occurs 400. *> CACHE_LINE_MAX
          4 cache-line-len   pic s9(9) comp-5.
003003   3 file-library      pic x(8).
003004   3 file-member       pic x(8).
         3 file-hash         pic 9(9) comp-5.
         *> version level and owning team code from the member's
         *> standards header, blank when it has none
         3 file-hdr-version  pic x(3).
         3 file-hdr-team     pic x(8).
         *> data dictionary parse state: the dd-member-entry this
         *> fetch is parsing (ZERO: not parsing), the statement
         *> assembled so far, and the quote open at the end of it
         3 file-dd-idx       pic s9(4) comp-5.
         3 file-dd-quote     pic x(1).
         3 file-dd-stmt-len  pic s9(4) comp-5.
         3 file-dd-stmt      pic x(512).
         *> version archive work file holding this fetch's records
         *> (NULL: not archiving), and how many it holds
         3 file-arch-ptr     pointer.
         3 file-arch-lines   pic s9(9) comp-5.
         *> timing of this fetch: when libexit-find began it, and
         *> the time spent in the members nested within it
         3 file-fetch-start  pic s9(18) comp-5.
         3 file-fetch-nested pic s9(18) comp-5.
         3 file-cache-idx    pic s9(4) comp-5. *> >0: serving this
                                               *> cache entry
         3 file-cache-line   pic s9(4) comp-5. *> last line served
       77  inexit-get-done   pic s9(4) comp-5 value 0.
           88 INEXIT_GET_DONE  value 1 false is ZERO.

       *> SELECT=path scratch: the list file, and the first word of
       *> a record, both for the list and for spotting CBL/PROCESS
       77  select-ptr        pointer.
       77  select-filename   pic x(100).
       77  select-record     pic x(80).
       77  select-scan       pic x(255).
       77  select-word       pic x(30).
       77  select-idx        pic s9(4) comp-5.
       77  select-missing    pic s9(4) comp-5.

       *> manifest reconciliation scratch
       77  manifest-ptr      pointer.
       77  manifest-filename pic x(100).
       77  we-dup-idx        pic s9(4) comp-5.
       77  we-dup            pic s9(4) comp-5.
           88 WE_DUP         value 1 false is ZERO.
       77  wu-chk-idx        pic s9(4) comp-5.
       77  wu-keep           pic s9(4) comp-5.
           88 WU_KEEP        value 1 false is ZERO.
       77  wu-scan-done      pic s9(4) comp-5.
           88 WU_SCAN_DONE   value 1 false is ZERO.
       77  whereused-program pic x(30).
       77  whereused-now     pic x(21).
       77  whereused-key     pic x(72).
       77  whereused-key-len pic s9(9) comp-5.

       *> options-file scratch
       77  config-ptr        pointer.

       *> activity history scratch
       77  activity-filename pic x(100).
       77  msghist-filename  pic x(100).
       77  activity-status   pic s9(9) comp-5.
       77  act-idx           pic s9(4) comp-5.
       77  act-copy-count    pic s9(9) comp-5.
       77  act-hit-count     pic s9(9) comp-5.
       77  act-now           pic x(21).
       77  jobname-ptr       pointer.

       *> batch window timing scratch: the time now as a current-date
       *> stamp and as hundredths since the start of the calendar, so
       *> an interval that spans midnight still subtracts
       77  timing-filename   pic x(100).
       77  timing-status     pic s9(9) comp-5.
       77  timing-elapsed    pic s9(18) comp-5.
       77  timing-now-cs     pic s9(18) comp-5.
       1   timing-now-stamp.
        2  tn-date           pic 9(8).
        2  tn-hours          pic 9(2).
        2  tn-minutes        pic 9(2).
        2  tn-seconds        pic 9(2).
        2  tn-hundredths     pic 9(2).
        2  tn-zone           pic x(5).

       *> bill-of-materials scratch
       77  bom-filename      pic x(100).
       77  bom-status        pic s9(9) comp-5.
       77  bom-idx           pic s9(4) comp-5.
       77  bom-dup-idx       pic s9(4) comp-5.
       77  bom-dup           pic s9(4) comp-5.
           88 BOM_DUP        value 1 false is ZERO.
       77  bom-copy-count    pic s9(9) comp-5.
       *> the unit whose block bom-write-block writes
       77  bom-cur-unit      pic s9(9) comp-5.
       77  bom-cur-program   pic x(30).
       77  bom-cur-rc        pic x(3).
       77  bom-cur-dropped   pic s9(9) comp-5.
       77  BOM_INCOMPLETE    pic x(10) value "INCOMPLETE".


       *> data dictionary scratch
       77  datadict-ptr      pointer.
       77  datadict-filename pic x(100).
       77  datadict-status   pic s9(9) comp-5.
       77  dd-mem-idx        pic s9(4) comp-5.
       77  dd-fld-idx        pic s9(4) comp-5.
       77  dd-find-idx       pic s9(4) comp-5.
       77  dd-line           pic x(65).
       77  dd-scan-idx       pic s9(4) comp-5.
       77  dd-char           pic x(1).
       77  dd-next-char      pic x(1).
       77  dd-skip-quote     pic x(1).
       77  dd-stmt           pic x(512).
       77  dd-tok            pic x(32).
       77  dd-tok-ptr        pic s9(9) comp-5.
       77  dd-tok-len        pic s9(4) comp-5.
       *> what the next token of a data description entry is: L
       *> level, N name, C clause, P picture, R redefined item, O/T/M
       *> OCCURS count / TO / maximum, U usage, X stop
       77  dd-expect         pic x(1).
       77  dd-clause-word    pic s9(4) comp-5.
           88 DD_CLAUSE_WORD value 1 false is ZERO.
       77  dd-new-level      pic s9(4) comp-5.
       77  dd-new-name       pic x(30).
       77  dd-new-picture    pic x(30).
       77  dd-new-usage      pic x(17).
       77  dd-new-redefines  pic x(30).
       77  dd-new-occurs     pic s9(9) comp-5.
       77  dd-new-sign-sep   pic x(1).
       77  dd-new-owner      pic s9(4) comp-5.
       *> datadict-nested-add: the nested member, the level of its
       *> first entry and the length of its entries ahead of any 01
       77  dd-nest-idx       pic s9(4) comp-5.
       77  dd-nest-level     pic s9(4) comp-5.
       77  dd-nest-length    pic s9(9) comp-5.
       77  dd-cur-record     pic x(30).
       77  dd-top-hwm        pic s9(9) comp-5.
       77  dd-start          pic s9(9) comp-5.
       77  dd-end            pic s9(9) comp-5.
       77  dd-pop-idx        pic s9(4) comp-5.
       77  dd-pic            pic x(30).
       77  dd-pic-idx        pic s9(4) comp-5.
       77  dd-pic-char       pic x(1).
       77  dd-pic-digit      pic 9(1).
       77  dd-pic-rep        pic s9(9) comp-5.
       77  dd-pic-disp       pic s9(9) comp-5.
       77  dd-pic-digits     pic s9(9) comp-5.
       77  dd-pic-prev-disp  pic s9(9) comp-5.
       77  dd-pic-prev-digit pic s9(9) comp-5.
       77  dd-pic-national   pic x(1).
       77  dd-seq-count      pic s9(9) comp-5.
       77  dd-written-count  pic s9(9) comp-5.
       77  dd-same-count     pic s9(9) comp-5.
       77  dd-rec-count      pic s9(9) comp-5.
       77  dd-done           pic s9(4) comp-5 value 0.
           88 DD_DONE        value 1 false is ZERO.
       *> the open groups above the field being laid out
       77  DD_FRAME_SIZE     pic s9(4) comp-5 value 50.
       77  dd-frame-count    pic s9(4) comp-5.
       1   dd-frame-table.
        2  dd-frame          occurs 50. *> DD_FRAME_SIZE
         3 ddfr-level        pic s9(4) comp-5.
         3 ddfr-field        pic s9(4) comp-5.
         3 ddfr-start        pic s9(9) comp-5.
         3 ddfr-hwm          pic s9(9) comp-5.

       *> version archive scratch
       77  archive-filename  pic x(100).
       77  archive-status    pic s9(9) comp-5.
       77  arx-idx           pic s9(4) comp-5.
       77  arx-found         pic s9(4) comp-5.
           88 ARX_FOUND      value 1 false is ZERO.
       77  archive-done      pic s9(4) comp-5 value 0.
           88 ARCHIVE_DONE   value 1 false is ZERO.
       77  archive-line-no   pic s9(9) comp-5.
003130 77  when-compiled-pic pic 9999/99/99B99,99,99.
003131 77  when-compiled-str redefines when-compiled-pic
003132                       pic x(19).
               display "CBLSRCX I  inexit-open of"
                 file-library(1)
004434
               *> SELECT=path: no list, no compile -- passing the
               *> whole stream would compile every program in it
               if SELECT_CONFIGURED
                   perform select-load
                   if select-count = ZERO
                       exit perform
                   end-if
               end-if

004435         *> we're open for business
004436         set EXIT-RETURNCODE-OK to TRUE
004437
           *> normally one pass, but RESUME=n discards records here
           *> until the target compile unit begins
           perform until INEXIT_GET_DONE

               *> SELECT=path: a unit just chosen for the compile
               *> has its held-back records handed over first
               if SELECT_RELEASING
                   perform select-release
                   set EXIT-RETURNCODE-OK to TRUE
                   move file-length(1) to exit-data-length
                   set exit-data-buffer to address of file-buffer(1)
                   move 1 to srcno; perform source-trace
                   perform expanded-write
                   set INEXIT_GET_DONE to TRUE
                   exit perform
               end-if
004452
004453         *> posit failure
004454         set EXIT-RETURNCODE-FAILED to TRUE
004475             if file-status not = ZERO then
004476                 *> we have end of file
004477                 set EXIT-RETURNCODE-EOF to TRUE
                       if SELECT_HOLDING
                           perform select-eof
                       end-if
004478                 exit perform
004479             end-if
004480
                       " after " file-count(1) " records read."
               end-if

               *> SELECT=path: hold the record back until the
               *> unit's PROGRAM-ID says whether it is wanted
               set SELECT_WITHHELD to FALSE
               if SELECT_CONFIGURED and not RESUME_SKIPPING
                   perform select-check
               end-if

               if not RESUME_SKIPPING and not SELECT_WITHHELD
                   set EXIT-RETURNCODE-OK to TRUE
004495             move file-length(1) to exit-data-length
004496             set exit-data-buffer to address of file-buffer(1)
           perform fingerprint-report
           perform whereused-final
           perform activity-final
           perform bom-final
           perform datadict-final
           perform archive-final
           perform timing-final
           perform select-report

           *> close out the final compile unit's boundary record
           if compile-unit-number > ZERO
               move ZERO                to file-cache-line(libno)
               move ZERO                to file-build-idx(libno)
               move ZERO                to file-length(libno)
               move spaces              to file-hdr-version(libno)
               move spaces              to file-hdr-team(libno)
               move ZERO                to file-dd-idx(libno)
               set  file-arch-ptr(libno) to NULL
               move ZERO                to file-fetch-start(libno)
               move ZERO                to file-fetch-nested(libno)
               if TIMING_CONFIGURED
                   perform timing-now
                   move timing-now-cs   to file-fetch-start(libno)
               end-if
004729         move exit-system-library to file-library(libno)
004730         move exit-system-member  to file-member(libno)

004775         set EXIT-RETURNCODE-OK to TRUE
               perform copy-edge-add
               perform cache-build-start
               perform datadict-member-start
               perform archive-member-start

               *> credit this member to its library's xref entry
               perform varying xref-idx from 1 by 1
                   if file-cache-line(libno) >=
                           cache-line-count(cache-idx)
                       *> end of the cached member
                       perform datadict-nested-add
                       perform libexit-close-member
                       set EXIT-RETURNCODE-EOF to TRUE
                       exit perform
004843             if file-status not = ZERO then
004844                 *> we have end of file
                      perform cache-build-complete
                      perform datadict-member-end
                      perform datadict-nested-add
                      perform archive-member-end
004845                 perform libexit-close-member
004846                 set EXIT-RETURNCODE-EOF to TRUE
004847                 exit perform
               *> header; in enforcement mode a violation fails the
               *> fetch right here
               if file-count(libno) = 1
                   perform header-capture
                   perform header-validate
                   if HDR_VIOLATED and VALIDATE_ERROR
                       display "CBLSRCX E  libexit-get " libno
                   end-if
               end-if

               perform archive-spill-record
               perform datadict-scan-record
               perform hash-record
               perform cache-build-line
004865         move file-length(libno) to exit-data-length
           perform fingerprint-report
           perform whereused-final
           perform activity-final
           perform bom-final
           perform datadict-final
           perform archive-final
           perform timing-final

004893     display "CBLSRCX <  libexit-close " libno
004894         " rc=" exit-returncode
004944             " records read from " file-member(libno)
004945             " of " file-library(libno)

               *> time the fetch, and record it before the stack
               *> slot is popped and reused by the next top-level COPY
               if TIMING_CONFIGURED
                   perform timing-fetch-end
               end-if
               perform copy-history-add

004947     end-perform

           exit.

      /-----------------------------------------------------------------
      * header-capture -- Keep the version level and owning team code
      * from the standards header on the first record of the member
      * at the top of the file-stack, for the bill of materials. Runs
      * whatever the VALIDATE= setting; a member whose first record
      * isn't a well-formed header leaves both blank.
      *-----------------------------------------------------------------
       header-capture.

           move spaces to file-hdr-version(libno)
           move spaces to file-hdr-team(libno)

           if file-length(libno) < 8
               exit paragraph
           end-if

           move function upper-case(file-buffer(libno)) to hdr-line
           if hdr-line(7:1) not = "*"
               exit paragraph
           end-if

           move function trim(hdr-line(8:)) to hdr-work
           move spaces to hdr-word1
           move spaces to hdr-word2
           move spaces to hdr-word3
           unstring hdr-work delimited by all " "
               into hdr-word1 hdr-word2 hdr-word3
           end-unstring

           if hdr-word2(1:1) = "V" and
              hdr-word2(2:2) numeric and
              hdr-word2(4:) = spaces
               move hdr-word2 to file-hdr-version(libno)
               move hdr-word3 to file-hdr-team(libno)
           end-if

           exit.

      /-----------------------------------------------------------------
      * header-validate -- Check the first record of the member at
      * the top of the file-stack against the required standards

           display "CBLSRCX >  prtexit-open"
           perform exit-open
           set PRT_EXIT_ACTIVE to TRUE

           set EXIT-RETURNCODE-OK to TRUE

                   if prt-sev-idx > ZERO
                       add 1 to prt-msg-count
                       perform prt-unit-find-or-add
                       perform msghist-write
                       if prt-idx > ZERO
                           add 1 to prt-sev-count(prt-idx, prt-sev-idx)
                           if prt-msg-rc > prt-worst-rc(prt-idx)

           exit.

      /-----------------------------------------------------------------
      * msghist-open -- Open the message history file in append mode
      * on first use; any failure disables the capture for the rest
      * of the job rather than failing the compile.
      *-----------------------------------------------------------------
       msghist-open.

           move spaces to msghist-filename
           string
               function trim(msghist-path) delimited by size
               x'00' delimited by size
               into msghist-filename
               on overflow
                   display "CBLSRCX W  msghist-open "
                       function trim(msghist-path)
                       " overflowed the filename buffer,"
                       " message history disabled."
                   set MSGHIST_FAILED to TRUE
                   exit paragraph
           end-string

           call "fopen" using
               msghist-filename
               by content z"ab,type=record"
           returning msghist-ptr

           if msghist-ptr = NULL then
               perform get-errnos
               display "CBLSRCX W  msghist-open unable to open "
                   function trim(msghist-path) ", "
                   "errno=" errno "," "errno2=" hex-of(errno2)
                   ", message history disabled."
               set MSGHIST_FAILED to TRUE
               exit paragraph
           end-if

           perform jobname-capture

           exit.

      /-----------------------------------------------------------------
      * msghist-write -- Append one history record for the compiler
      * message prt-scan-message just found at prt-scan-pos, against
      * the compile unit in progress (summary entry prt-idx).
      *-----------------------------------------------------------------
       msghist-write.

           if not MSGHIST_CONFIGURED or MSGHIST_FAILED
               exit paragraph
           end-if

           move spaces to mh-program
           if prt-idx > ZERO
               move prt-unit-program(prt-idx) to mh-program
           end-if
           if mh-program = spaces
               move "*UNKNOWN*" to mh-program
           end-if
           move prt-line(prt-scan-pos:9) to mh-message
           move prt-sev-char to mh-severity
           move ZERO to mh-warnings

           perform msghist-write-record

           exit.

      /-----------------------------------------------------------------
      * msghist-write-record -- Stamp msghist-record with the date,
      * time and job and append it, opening the file on first use.
      *-----------------------------------------------------------------
       msghist-write-record.

           if msghist-ptr = NULL
               perform msghist-open
               if MSGHIST_FAILED
                   exit paragraph
               end-if
           end-if

           move function current-date to act-now
           move act-now(1:8) to mh-date
           move act-now(9:6) to mh-time
           move activity-job-name to mh-job

           call "fwrite" using by value
               address of msghist-record
               1
               length of msghist-record
               msghist-ptr
           returning file-status

           if file-status not = length of msghist-record
               perform get-errnos
               display "CBLSRCX W  msghist-write write to "
                   function trim(msghist-path) " failed, "
                   "errno=" errno "," "errno2=" hex-of(errno2)
                   ", message history disabled."
               set MSGHIST_FAILED to TRUE
               exit paragraph
           end-if

           add 1 to msghist-rec-count

           exit.

      /-----------------------------------------------------------------
      * msghist-final -- Append the "*UNIT*" record of each compile
      * unit with its warning count, then close the file. Called from
      * prtexit-close, once the listing has been seen in full.
      *-----------------------------------------------------------------
       msghist-final.

           if MSGHIST_FINAL_DONE
               exit paragraph
           end-if
           set MSGHIST_FINAL_DONE to TRUE

           if not MSGHIST_CONFIGURED
               exit paragraph
           end-if

           perform varying prt-idx from 1 by 1
               until prt-idx > prt-unit-count or MSGHIST_FAILED
               *> units RESUME=n skipped were never compiled, and a
               *> "*UNIT*" record would count them as clean compiles
               if prt-unit-number(prt-idx) >= resume-target
                   if prt-unit-program(prt-idx) = spaces
                       move "*UNKNOWN*" to mh-program
                   else
                       move prt-unit-program(prt-idx) to mh-program
                   end-if
                   move MH_UNIT_MARKER to mh-message
                   move space to mh-severity
                   move prt-sev-count(prt-idx, 2) to mh-warnings
                   perform msghist-write-record
               end-if
           end-perform

           if msghist-ptr not = NULL
               call "fclose" using by value
                   msghist-ptr
               returning file-status
               set msghist-ptr to NULL
           end-if

           display "CBLSRCX I  msghist-final " msghist-rec-count
               " record(s) appended to "
               function trim(msghist-path)

           exit.

      /-----------------------------------------------------------------
      * prt-unit-find-or-add -- Locate (or create) the summary entry
      * for the compile unit in progress, returning its index in
                       move ZERO to prt-sev-count(prt-idx, prt-sev-idx)
                   end-perform
                   move ZERO to prt-worst-rc(prt-idx)
                   move ZERO to prt-bom-state(prt-idx)
                   move ZERO to prt-bom-dropped(prt-idx)
               else
                   if not PRT_UNIT_FULL_WARNED
                       display "CBLSRCX W  prt-unit-find-or-add"
           end-if

           perform prt-write-summary
           perform msghist-final

           *> the listing has now been seen in full, so the
           *> bill-of-materials blocks can carry their return codes,
           *> and the last unit and the job are timed to its end
           perform bom-final
           perform timing-final

           display "CBLSRCX <  prtexit-close rc=" exit-returncode

004979         inspect when-compiled-str replacing all "," by ":"
004980         display "CBLSRCX I  Compiled " when-compiled-str "."
004981         set EXIT_IS_INITIAL to FALSE

               *> the job's timing starts with the first exit open,
               *> and so does the unit's until a unit boundary is seen
               perform timing-now
               move timing-now-stamp to job-start-stamp
               move timing-now-cs    to job-start-cs
               move job-start-stamp  to unit-start-stamp
               move job-start-cs     to unit-start-cs
004982     end-if
004983
004984     *> on (first?) open, data buffer points to the parm
                           resume-target
                   end-if

               when "SELECT"
                   move spaces to select-path
                   move function trim(parm-val) to select-path
                   set SELECT_CONFIGURED to TRUE
                   display "CBLSRCX I  exit-parse-parm SELECT="
                       function trim(select-path)

               when "CACHE"
                   if function trim(parm-val) = "N"
                       set CACHE_ENABLED to FALSE
                   display "CBLSRCX I  exit-parse-parm ACTIVITY="
                       function trim(activity-path)

               when "TIMING"
                   move spaces to timing-path
                   move function trim(parm-val) to timing-path
                   set TIMING_CONFIGURED to TRUE
                   display "CBLSRCX I  exit-parse-parm TIMING="
                       function trim(timing-path)

               when "MSGHIST"
                   move spaces to msghist-path
                   move function trim(parm-val) to msghist-path
                   set MSGHIST_CONFIGURED to TRUE
                   display "CBLSRCX I  exit-parse-parm MSGHIST="
                       function trim(msghist-path)

               when "BOM"
                   move spaces to bom-path
                   move function trim(parm-val) to bom-path
                   set BOM_CONFIGURED to TRUE
                   display "CBLSRCX I  exit-parse-parm BOM="
                       function trim(bom-path)

               when "ARCHIVE"
                   move spaces to archive-path
                   move function trim(parm-val) to archive-path
                   set ARCHIVE_CONFIGURED to TRUE
                   display "CBLSRCX I  exit-parse-parm ARCHIVE="
                       function trim(archive-path)

               when "DATADICT"
                   move spaces to datadict-path
                   move function trim(parm-val) to datadict-path
                   set DATADICT_CONFIGURED to TRUE
                   display "CBLSRCX I  exit-parse-parm DATADICT="
                       function trim(datadict-path)

               when "SUBST"
                   move spaces to subst-path
                   move function trim(parm-val) to subst-path

                   *> and its record to the activity history
                   perform activity-write-unit

                   *> and its timing record
                   perform timing-write-unit

                   *> and its block to the bill of materials
                   perform bom-write-unit
               end-if

               add 1 to compile-unit-number
               *> restart the per-unit activity baselines
               move cache-hit-count to unit-cache-base
               move 1 to unit-stack-hwm
               move ZERO to unit-history-dropped

               *> and the unit's timing
               perform timing-unit-start

               *> the unit gets a message-summary entry up front so
               *> a clean compile still shows in the PRTSUMM report
           exit.

      /-----------------------------------------------------------------
      * select-load -- Read the SELECT=path list of program names into
      * select-table at inexit-open. An unreadable or empty list
      * leaves select-count ZERO, which fails the open.
      *-----------------------------------------------------------------
       select-load.

           move spaces to select-filename
           string
               function trim(select-path) delimited by size
               x'00' delimited by size
               into select-filename
               on overflow
                   display "CBLSRCX E  select-load "
                       function trim(select-path)
                       " overflowed the filename buffer."
                   exit paragraph
           end-string

           call "fopen" using
               select-filename
               by content z"rb,type=record"
           returning select-ptr

           if select-ptr = NULL then
               perform get-errnos
               display "CBLSRCX E  select-load unable to open "
                   function trim(select-path) ", "
                   "errno=" errno "," "errno2=" hex-of(errno2) "."
               exit paragraph
           end-if

           move 1 to file-status
           perform until file-status = ZERO
               move spaces to select-record
               call "fread" using by value
                   address of select-record
                   1
                   length of select-record
                   select-ptr
               returning file-status

               if file-status > ZERO
                   perform select-load-name
               end-if
           end-perform

           call "fclose" using by value
               select-ptr
           returning file-status

           if select-count = ZERO
               display "CBLSRCX E  select-load "
                   function trim(select-path)
                   " names no programs."
           else
               display "CBLSRCX I  select-load " select-count
                   " program(s) selected from "
                   function trim(select-path)
           end-if

           exit.

      /-----------------------------------------------------------------
      * select-load-name -- Add the program named by the list record
      * just read, once.
      *-----------------------------------------------------------------
       select-load-name.

           move function upper-case(select-record) to select-scan
           move function trim(select-scan) to select-scan
           if select-scan = spaces or select-scan(1:1) = "*"
               exit paragraph
           end-if

           move spaces to select-word
           unstring select-scan delimited by all " "
               into select-word
           end-unstring

           perform varying select-idx from 1 by 1
               until select-idx > select-count
               if select-name(select-idx) = select-word
                   exit paragraph
               end-if
           end-perform

           if select-count >= SELECT_SIZE
               display "CBLSRCX W  select-load more than " SELECT_SIZE
                   " programs listed, " function trim(select-word)
                   " and later names are ignored."
               exit paragraph
           end-if

           add 1 to select-count
           move select-word to select-name(select-count)
           move ZERO to select-compiled(select-count)

           exit.

      /-----------------------------------------------------------------
      * select-check -- Decide the fate of the primary source record
      * just read (after compile-unit-check): hold it while its unit's
      * PROGRAM-ID is awaited, or pass or discard it as the unit has
      * been decided. SELECT_WITHHELD keeps it from the compiler.
      *-----------------------------------------------------------------
       select-check.

           perform select-first-word
           if select-word = "CBL" or select-word = "PROCESS"
               move ZERO to select-depth
           end-if

           *> an IDENTIFICATION DIVISION inside the program being
           *> passed or discarded starts a nested program: it shares
           *> the outer program's fate rather than being decided anew
           if compile-unit-number not = select-unit and
              select-depth > ZERO and not SELECT_HOLDING
               move compile-unit-number to select-unit
               add 1 to select-depth
               perform select-nested
           end-if

           *> a passed nested program that is listed in its own right
           *> counts as compiled once its PROGRAM-ID is known
           if SELECT_NESTED_NAMING and PROGRAM_ID_DONE
               set SELECT_NESTED_NAMING to FALSE
               perform select-nested-named
           end-if

           *> END PROGRAM closes the innermost open program; the
           *> marker itself still belongs to it
           if select-depth > ZERO and
              scan-line(7:1) not = "*" and scan-line(7:1) not = "/"
               move spaces to scan-before
               move spaces to scan-after
               unstring scan-line delimited by "END PROGRAM"
                   into scan-before scan-after
               end-unstring
               if scan-before not = scan-line
                   subtract 1 from select-depth
               end-if
           end-if

           *> a CBL/PROCESS card or a new IDENTIFICATION DIVISION
           *> outside any program opens the next unit: hold its
           *> records from here
           if not SELECT_HOLDING
               if select-word = "CBL" or select-word = "PROCESS" or
                  compile-unit-number not = select-unit
                   set SELECT_HOLDING to TRUE
                   set SELECT_UNIT_STARTED to FALSE
                   move ZERO to select-hold-count
               end-if
           end-if

           if not SELECT_HOLDING
               if SELECT_DISCARDING
                   set SELECT_WITHHELD to TRUE
               end-if
               exit paragraph
           end-if

           set SELECT_WITHHELD to TRUE

           if compile-unit-number not = select-unit
               move compile-unit-number to select-unit
               move 1 to select-depth
               set SELECT_NESTED_NAMING to FALSE
               set SELECT_UNIT_STARTED to TRUE
               set UNIT_DISCARDED to FALSE
           end-if

           add 1 to select-hold-count
           move file-length(1) to select-hold-length(select-hold-count)
           move file-buffer(1) to select-hold-text(select-hold-count)

           evaluate TRUE
               when SELECT_UNIT_STARTED and PROGRAM_ID_DONE
                   perform select-decide
               when select-hold-count >= SELECT_HOLD_SIZE
                   display "CBLSRCX W  inexit-get compile-unit "
                       compile-unit-number " has no PROGRAM-ID in its"
                       " first " SELECT_HOLD_SIZE " records, passed"
                       " to the compiler."
                   move 1 to select-hold-next
                   set SELECT_RELEASING to TRUE
               when other
                   continue
           end-evaluate

           exit.

      /-----------------------------------------------------------------
      * select-first-word -- The first word of the record in
      * scan-line into select-word. A sequence number in columns 1-6
      * is passed over, so "000100 PROCESS XREF" yields PROCESS; an
      * unnumbered CBL/PROCESS card may start in column 1, so that
      * word is tried first.
      *-----------------------------------------------------------------
       select-first-word.

           move function trim(scan-line) to select-scan
           move spaces to select-word
           unstring select-scan delimited by all " "
               into select-word
           end-unstring

           if select-word not = "CBL" and select-word not = "PROCESS"
              and scan-line(1:6) not = spaces
               move function trim(scan-line(8:)) to select-scan
               move spaces to select-word
               unstring select-scan delimited by all " "
                   into select-word
               end-unstring
           end-if

           exit.

      /-----------------------------------------------------------------
      * select-nested -- A nested program has just started inside the
      * program being passed or discarded: it goes the same way, and
      * within a discarded program it too is left out of the
      * where-used, activity, timing and BOM records.
      *-----------------------------------------------------------------
       select-nested.

           if SELECT_DISCARDING
               display "CBLSRCX I  inexit-get compile-unit "
                   compile-unit-number " is nested in a program not"
                   " selected, discarded."
               set UNIT_DISCARDED to TRUE

               *> nor does it get a message-summary entry
               if prt-unit-count > ZERO
                   if prt-unit-number(prt-unit-count) =
                          compile-unit-number
                       subtract 1 from prt-unit-count
                   end-if
               end-if
           else
               set UNIT_DISCARDED to FALSE
               set SELECT_NESTED_NAMING to TRUE
           end-if

           exit.

      /-----------------------------------------------------------------
      * select-nested-named -- The passed nested program's PROGRAM-ID
      * is known: if it is on the list, count it as compiled.
      *-----------------------------------------------------------------
       select-nested-named.

           perform varying select-idx from 1 by 1
               until select-idx > select-count
               if select-name(select-idx) = unit-program-name
                   add 1 to select-compiled(select-idx)
                   exit perform
               end-if
           end-perform

           exit.

      /-----------------------------------------------------------------
      * select-decide -- The held unit's PROGRAM-ID is known: release
      * its records to the compiler if it is listed, else discard it.
      *-----------------------------------------------------------------
       select-decide.

           perform varying select-idx from 1 by 1
               until select-idx > select-count
               if select-name(select-idx) = unit-program-name
                   exit perform
               end-if
           end-perform

           if select-idx <= select-count
               add 1 to select-compiled(select-idx)
               display "CBLSRCX I  inexit-get compile-unit "
                   compile-unit-number " "
                   function trim(unit-program-name) " selected."
               move 1 to select-hold-next
               set SELECT_RELEASING to TRUE
           else
               add 1 to select-discard-count
               display "CBLSRCX I  inexit-get compile-unit "
                   compile-unit-number " "
                   function trim(unit-program-name)
                   " not selected, discarded."
               move ZERO to select-hold-count
               set SELECT_DISCARDING to TRUE
               set UNIT_DISCARDED to TRUE

               *> nor does it get a message-summary entry
               if prt-unit-count > ZERO
                   if prt-unit-number(prt-unit-count) =
                          compile-unit-number
                       subtract 1 from prt-unit-count
                   end-if
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * select-release -- Hand the next held record back through
      * file-buffer(1); the unit passes as read once all are gone.
      *-----------------------------------------------------------------
       select-release.

           move select-hold-length(select-hold-next) to file-length(1)
           move select-hold-text(select-hold-next) to file-buffer(1)
           add 1 to select-hold-next
           if select-hold-next > select-hold-count
               move ZERO to select-hold-count
               set SELECT_PASSING to TRUE
           end-if

           exit.

      /-----------------------------------------------------------------
      * select-eof -- The stream ended with records still held: a unit
      * with no PROGRAM-ID, or CBL/PROCESS cards with no program
      * after them. Neither is a listed program, so they're dropped.
      *-----------------------------------------------------------------
       select-eof.

           if select-hold-count > ZERO
               display "CBLSRCX I  inexit-get " select-hold-count
                   " record(s) at the end of the stream with no"
                   " PROGRAM-ID, discarded."
           end-if
           if SELECT_UNIT_STARTED
               add 1 to select-discard-count
               set UNIT_DISCARDED to TRUE
           end-if
           move ZERO to select-hold-count
           set SELECT_DISCARDING to TRUE

           exit.

      /-----------------------------------------------------------------
      * select-report -- Which SELECT=path programs were compiled and
      * which were never found in the stream, at end of job.
      *-----------------------------------------------------------------
       select-report.

           if SELECT_REPORT_DONE or not SELECT_CONFIGURED
               exit paragraph
           end-if
           set SELECT_REPORT_DONE to TRUE

           move ZERO to select-missing
           display "CBLSRCX R  ==== SELECT= programs ===="
           perform varying select-idx from 1 by 1
               until select-idx > select-count
               evaluate TRUE
                   when select-compiled(select-idx) = ZERO
                       add 1 to select-missing
                       display "CBLSRCX R  " select-name(select-idx)
                           " NOT FOUND in the stream."
                   when select-compiled(select-idx) = 1
                       display "CBLSRCX R  " select-name(select-idx)
                           " compiled."
                   when other
                       display "CBLSRCX R  " select-name(select-idx)
                           " compiled " select-compiled(select-idx)
                           " times."
               end-evaluate
           end-perform
           display "CBLSRCX R  " select-count " program(s) listed, "
               select-missing " not found, "
               select-discard-count " unit(s) discarded."
           display "CBLSRCX R  ==== End SELECT= programs ===="

           exit.

      /-----------------------------------------------------------------
      * program-id-scan -- Capture the PROGRAM-ID name of the compile
      * unit in progress from the record in scan-line (already
      * upper-cased by compile-unit-check).
      *
      * The name usually follows PROGRAM-ID on the same record, but it
      * may also sit alone on the next one; in that case the keyword
      * sighting switches the state to NAMING and the name is taken
      * from the front of the following record (past the sequence
      * number columns).
      *-----------------------------------------------------------------
       program-id-scan.

           if PROGRAM_ID_AWAITING
               move spaces to scan-before
               move spaces to scan-after
               unstring scan-line delimited by "PROGRAM-ID"
                   into scan-before scan-after
               end-unstring
               if scan-before = scan-line
                   *> not on this record
                   exit paragraph
               end-if
               set PROGRAM_ID_NAMING to TRUE
           else
               *> keyword already seen; the name leads this record
               move scan-line(8:) to scan-after
           end-if

           *> strip the punctuation around the name, then take the
           *> first word left standing
           inspect scan-after replacing all "." by space
           inspect scan-after replacing all '"' by space
           inspect scan-after replacing all "'" by space

           move function trim(scan-after) to scan-before
           move spaces to unit-program-name
           unstring scan-before delimited by all " "
               into unit-program-name
           end-unstring

           if unit-program-name not = spaces
               set PROGRAM_ID_DONE to TRUE
               display "CBLSRCX I  program-id-scan compile-unit "
                   compile-unit-number " is "
                   function trim(unit-program-name) "."

               *> name the unit's message-summary entry now that the
               *> PROGRAM-ID is known
               perform prt-unit-find-or-add
           end-if

           exit.

      /-----------------------------------------------------------------
      * whereused-flush-unit -- Bring the where-used database up to
      * date for the compile unit now ending: delete the program's
      * pairs it no longer copies, then insert or update one record
      * per distinct program x copybook pair, then do the same for
      * the unit's nesting edges.
      *
      * Called from compile-unit-check as the next unit starts, and
      * from whereused-final for the last unit of the job, while
      * compile-unit-number still names the ending unit. A unit
      * skipped by RESUME=n or discarded by SELECT=path was never
      * compiled and leaves the database alone.
      *-----------------------------------------------------------------
       whereused-flush-unit.

           if not WHEREUSED_CONFIGURED or WHEREUSED_FAILED
               exit paragraph
           end-if

           if RESUME_SKIPPING or UNIT_DISCARDED
               exit paragraph
           end-if

           if whereused-ptr = NULL
               perform whereused-open
               if WHEREUSED_FAILED
                   exit paragraph
               end-if
           end-if

           move function current-date to whereused-now
           if unit-program-name = spaces
               move "*UNKNOWN*" to whereused-program
           else
               move unit-program-name to whereused-program
           end-if

           perform whereused-prune-pairs

           perform varying wu-idx from 1 by 1
               until wu-idx > copy-history-count
                  or WHEREUSED_FAILED

               if history-unit(wu-idx) = compile-unit-number

                   *> only the first fetch of a member in this unit
                   *> produces a record
                   set WU_DUP to FALSE
                   perform varying wu-dup-idx from 1 by 1
                       until wu-dup-idx >= wu-idx
           exit.

      /-----------------------------------------------------------------
      * whereused-prune-pairs -- Delete the records of the program
      * now ending whose library x member none of the unit's
      * copy-history entries names: the program has stopped copying
      * it, and leaving it would keep the program in that member's
      * impact. The program's records are contiguous in key order, so
      * one generic locate on the program name finds them all.
      *
      * Skipped for the *UNKNOWN* program, which a LIBEXIT-only job
      * shares across all its programs, and once the copy history
      * has filled, when the unit's list of fetches is incomplete.
      *-----------------------------------------------------------------
       whereused-prune-pairs.

           if whereused-program = "*UNKNOWN*" or
              COPY_HISTORY_FULL_WARNED
               exit paragraph
           end-if

           move spaces to whereused-key
           move whereused-program to whereused-key
           move length of wu-program to whereused-key-len
           call "flocate" using
               by value whereused-ptr
               by reference whereused-key
               by value whereused-key-len
               by value FLOCATE_KEY_GE
           returning whereused-status

           *> nothing on file for the program yet
           if whereused-status not = ZERO
               exit paragraph
           end-if

           set WU_SCAN_DONE to FALSE
           perform until WU_SCAN_DONE

               call "fread" using by value
                   address of whereused-record
                   1
                   length of whereused-record
                   whereused-ptr
               returning whereused-status

               if whereused-status not = length of whereused-record
                   set WU_SCAN_DONE to TRUE
                   exit perform
               end-if

               if wu-program not = whereused-program
                   set WU_SCAN_DONE to TRUE
                   exit perform
               end-if

               set WU_KEEP to FALSE
               perform varying wu-chk-idx from 1 by 1
                   until wu-chk-idx > copy-history-count
                   if history-unit(wu-chk-idx) =
                           compile-unit-number and
                      history-library(wu-chk-idx) = wu-library and
                      history-member(wu-chk-idx) = wu-member
                       set WU_KEEP to TRUE
                       exit perform
                   end-if
               end-perform

               if not WU_KEEP
                   perform whereused-delete
                   if WHEREUSED_FAILED
                       exit perform
                   end-if
                   display "CBLSRCX I  whereused-prune-pairs "
                       function trim(wu-program) " no longer copies "
                       function trim(wu-member) " of "
                       function trim(wu-library) ", pair removed."
               end-if

           end-perform

           exit.

      /-----------------------------------------------------------------
      * whereused-write -- Insert or update the record for the
      * copy-history entry at wu-idx.
      *-----------------------------------------------------------------
       whereused-write.

           move spaces to whereused-record
           move whereused-program to wu-program
           move history-library(wu-idx) to wu-library
           move history-member(wu-idx)  to wu-member

           perform whereused-upsert

           exit.

      /-----------------------------------------------------------------
      * whereused-upsert -- Store the record whose key has been built
      * in whereused-record: when the key is already on file, read it
      * back (to keep its first-seen date and job) and update it in
      * place with this compile's date and job; otherwise insert it
      * with this compile as both first and last.
      *-----------------------------------------------------------------
       whereused-upsert.

           move wu-key to whereused-key
           move length of wu-key to whereused-key-len
           call "flocate" using
               by value whereused-ptr
               by reference whereused-key
               by value whereused-key-len
               by value FLOCATE_KEY_EQ
           returning whereused-status

           if whereused-status = ZERO
               call "fread" using by value
                   address of whereused-record
                   1
                   length of whereused-record
                   whereused-ptr
               returning whereused-status

               if whereused-status not = length of whereused-record
                   perform get-errnos
                   display "CBLSRCX W  whereused-upsert read of "
                       function trim(whereused-key) " from "
                       function trim(whereused-path) " failed, "
                       "errno=" errno "," "errno2=" hex-of(errno2)
                       ", where-used capture disabled."
                   set WHEREUSED_FAILED to TRUE
                   exit paragraph
               end-if

               *> a locate that lands on any other key would have this
               *> compile's dates written over another pair's record
               if wu-key not = whereused-key
                   display "CBLSRCX W  whereused-upsert locate of "
                       function trim(whereused-key) " in "
                       function trim(whereused-path) " returned "
                       function trim(wu-key)
                       ", where-used capture disabled."
                   set WHEREUSED_FAILED to TRUE
                   exit paragraph
               end-if

               move whereused-now(1:8) to wu-last-date
               move activity-job-name  to wu-last-job

               call "fupdate" using by value
                   address of whereused-record
                   length of whereused-record
                   whereused-ptr
               returning whereused-status

               if whereused-status not = length of whereused-record
                   perform get-errnos
                   display "CBLSRCX W  whereused-upsert update of "
                       function trim(whereused-key) " in "
                       function trim(whereused-path) " failed, "
                       "errno=" errno "," "errno2=" hex-of(errno2)
                       ", where-used capture disabled."
                   set WHEREUSED_FAILED to TRUE
                   exit paragraph
               end-if

               add 1 to whereused-upd-count
               exit paragraph
           end-if

           move whereused-now(1:8) to wu-first-date
           move activity-job-name  to wu-first-job
           move whereused-now(1:8) to wu-last-date
           move activity-job-name  to wu-last-job

           call "fwrite" using by value
               address of whereused-record
               1
               length of whereused-record
               whereused-ptr
           returning whereused-status

           if whereused-status not = length of whereused-record
               perform get-errnos
               display "CBLSRCX W  whereused-upsert insert of "
                   function trim(whereused-key) " into "
                   function trim(whereused-path) " failed, "
                   "errno=" errno "," "errno2=" hex-of(errno2)
                   ", where-used capture disabled."
               set WHEREUSED_FAILED to TRUE
               exit paragraph
           end-if

           add 1 to whereused-rec-count

           exit.

      /-----------------------------------------------------------------
      * whereused-delete -- Delete the record just read.
      *-----------------------------------------------------------------
       whereused-delete.

           call "fdelrec" using by value
               whereused-ptr
           returning whereused-status

           if whereused-status not = ZERO
               perform get-errnos
               display "CBLSRCX W  whereused-delete of "
                   function trim(whereused-record(1:72)) " from "
                   function trim(whereused-path) " failed, "
                   "errno=" errno "," "errno2=" hex-of(errno2)
                   ", where-used capture disabled."
               set WHEREUSED_FAILED to TRUE
               exit paragraph
           end-if

           add 1 to whereused-del-count

           exit.

      /-----------------------------------------------------------------
      * whereused-open -- Open the where-used database for keyed
      * update on first use; a failed open disables where-used
      * capture for the rest of the job rather than failing the
      * compile.
      *-----------------------------------------------------------------
       whereused-open.

           move spaces to whereused-filename
           string
               function trim(whereused-path) delimited by size
               x'00' delimited by size
               into whereused-filename
               on overflow
                   display "CBLSRCX W  whereused-open "
                       function trim(whereused-path)
                       " overflowed the filename buffer,"
                       " where-used capture disabled."
                   set WHEREUSED_FAILED to TRUE
                   exit paragraph
           end-string

           call "fopen" using
               whereused-filename
               by content z"rb+,type=record"
           returning whereused-ptr

           if whereused-ptr = NULL then
               perform get-errnos
               display "CBLSRCX W  whereused-open unable to"
                   " open " function trim(whereused-path)
                   " (a VSAM KSDS) for update, "
                   "errno=" errno "," "errno2=" hex-of(errno2)
                   ", where-used capture disabled."
               set WHEREUSED_FAILED to TRUE
               exit paragraph
           end-if

           perform jobname-capture

           exit.

      /-----------------------------------------------------------------
      * whereused-flush-edges -- Delete the stale nesting edges of the
      * members the unit fetched, then insert or update one *EDGE*
      * record per distinct copybook-to-copybook nesting edge for the
      * compile unit now ending. Depth-2 edges (primary source COPYing
      * a member) are already captured as program x copybook pairs,
      * so only the deeper edges -- the ones a flat pair record loses
      * -- are persisted.
      *-----------------------------------------------------------------
       whereused-flush-edges.

           if not WHEREUSED_CONFIGURED or WHEREUSED_FAILED
               exit paragraph
           end-if

           perform whereused-prune-edges

           perform varying we-idx from 1 by 1
               until we-idx > copy-edge-count
                  or WHEREUSED_FAILED

               if edge-unit(we-idx) = compile-unit-number and
                  edge-depth(we-idx) > 2

                   *> only the first sighting of a parent x child
                   *> pair in this unit produces a record
                   set WE_DUP to FALSE
                   perform varying we-dup-idx from 1 by 1
                       until we-dup-idx >= we-idx
                       if edge-unit(we-dup-idx) =
                               edge-unit(we-idx) and
                          edge-parent-member(we-dup-idx) =
                               edge-parent-member(we-idx) and
                          edge-child-member(we-dup-idx) =
                               edge-child-member(we-idx)
                           set WE_DUP to TRUE
                           exit perform
                       end-if
                   end-perform

                   if not WE_DUP
                       perform whereused-write-edge
                   end-if

               end-if

           end-perform

           exit.

      /-----------------------------------------------------------------
      * whereused-prune-edges -- Every member the unit fetched had all
      * of its COPYs followed, so its nesting edges on file that the
      * unit didn't see are stale: delete them. Once the copy history
      * or the edge table has filled the unit's picture is
      * incomplete and nothing is deleted.
      *-----------------------------------------------------------------
       whereused-prune-edges.

           if COPY_HISTORY_FULL_WARNED or COPY_EDGE_FULL_WARNED
               exit paragraph
           end-if

           perform varying wu-idx from 1 by 1
               until wu-idx > copy-history-count
                  or WHEREUSED_FAILED

               if history-unit(wu-idx) = compile-unit-number

                   *> each member once, whatever library served it
                   set WU_DUP to FALSE
                   perform varying wu-dup-idx from 1 by 1
                       until wu-dup-idx >= wu-idx
                       if history-unit(wu-dup-idx) =
                               history-unit(wu-idx) and
                          history-member(wu-dup-idx) =
                               history-member(wu-idx)
                           set WU_DUP to TRUE
                           exit perform
                       end-if
                   end-perform

                   if not WU_DUP
                       perform whereused-prune-parent
                   end-if

               end-if

           end-perform

           exit.

      /-----------------------------------------------------------------
      * whereused-prune-parent -- Delete the *EDGE* records whose
      * parent is the member at copy-history entry wu-idx and whose
      * child the unit's edges no longer show under that parent. A
      * parent's edges are contiguous in key order, so one generic
      * locate on the marker and parent finds them all.
      *-----------------------------------------------------------------
       whereused-prune-parent.

           move spaces to whereused-edge-record
           move WE_EDGE_MARKER to we-marker
           move history-member(wu-idx) to we-parent
           move whereused-edge-record(1:39) to whereused-key
           move 39 to whereused-key-len
           call "flocate" using
               by value whereused-ptr
               by reference whereused-key
               by value whereused-key-len
               by value FLOCATE_KEY_GE
           returning whereused-status

           if whereused-status not = ZERO
               exit paragraph
           end-if

           set WU_SCAN_DONE to FALSE
           perform until WU_SCAN_DONE

               call "fread" using by value
                   address of whereused-edge-record
                   1
                   length of whereused-edge-record
                   whereused-ptr
               returning whereused-status

               if whereused-status not = length of whereused-record
                   set WU_SCAN_DONE to TRUE
                   exit perform
               end-if

               if whereused-edge-record(1:39) not =
                       whereused-key(1:39)
                   set WU_SCAN_DONE to TRUE
                   exit perform
               end-if

               set WU_KEEP to FALSE
               perform varying wu-chk-idx from 1 by 1
                   until wu-chk-idx > copy-edge-count
                   if edge-unit(wu-chk-idx) = compile-unit-number and
                      edge-depth(wu-chk-idx) > 2 and
                      edge-parent-member(wu-chk-idx) = we-parent and
                      edge-child-member(wu-chk-idx) = we-child
                       set WU_KEEP to TRUE
                       exit perform
                   end-if
               end-perform

               if not WU_KEEP
                   perform whereused-delete
                   if WHEREUSED_FAILED
                       exit perform
                   end-if
                   display "CBLSRCX I  whereused-prune-parent "
                       function trim(we-parent) " no longer copies "
                       function trim(we-child) ", edge removed."
               end-if

           end-perform

           exit.

      /-----------------------------------------------------------------
      * whereused-write-edge -- Insert or update the *EDGE* record for
      * the copy-edge entry at we-idx.
      *-----------------------------------------------------------------
       whereused-write-edge.

           move spaces to whereused-edge-record
           move WE_EDGE_MARKER to we-marker
           move edge-parent-member(we-idx) to we-parent
           move edge-child-member(we-idx)  to we-child

           perform whereused-upsert

           exit.

      /-----------------------------------------------------------------
      * whereused-final -- Flush the last compile unit of the job and
      * close the where-used database.
      *
      * Called from both inexit-close and libexit-close; only the
      * first caller does the work, same as usage-report.
      *-----------------------------------------------------------------
       whereused-final.

           if WHEREUSED_FINAL_DONE
               exit paragraph
           end-if
           set WHEREUSED_FINAL_DONE to TRUE

           if not WHEREUSED_CONFIGURED
               exit paragraph
           end-if

           *> flush whatever unit is current -- in a LIBEXIT-only
           *> configuration compile-unit-check never runs, so every
           *> history entry sits in unit 0 with no program name and
           *> gets the *UNKNOWN* fallback rather than being dropped
           perform whereused-flush-unit

           if whereused-ptr not = NULL
               call "fclose" using by value
                   whereused-ptr
               returning whereused-status
               set whereused-ptr to NULL
           end-if

           display "CBLSRCX I  whereused-final " whereused-rec-count
               " record(s) added, " whereused-upd-count
               " updated, " whereused-del-count
               " removed in " function trim(whereused-path)

           exit.

      /-----------------------------------------------------------------
      * activity-open -- Open the activity history file in append
      * mode on first use so earlier jobs' records survive, and pick
      * up the job name for the records; a failed open disables the
      * history for the rest of the job rather than failing the
      * compile.
      *-----------------------------------------------------------------
       activity-open.

           move spaces to activity-filename
           string
               function trim(activity-path) delimited by size
               x'00' delimited by size
               into activity-filename
               on overflow
                   display "CBLSRCX W  activity-open "
                       function trim(activity-path)
                       " overflowed the filename buffer,"
                       " activity history disabled."
                   set ACTIVITY_FAILED to TRUE
                   exit paragraph
           end-string

           call "fopen" using
               activity-filename
               by content z"ab,type=record"
           returning activity-ptr

           if activity-ptr = NULL then
               perform get-errnos
               display "CBLSRCX W  activity-open unable to open "
                   function trim(activity-path) ", "
                   "errno=" errno "," "errno2=" hex-of(errno2)
                   ", activity history disabled."
               set ACTIVITY_FAILED to TRUE
               exit paragraph
           end-if

           perform jobname-capture

           exit.

      /-----------------------------------------------------------------
      * jobname-capture -- Pick up the job name from the environment
      * into activity-job-name, once per job, for every cumulative
      * file whose records carry it.
      *
      * The job name identifies this run across the cumulative
      * files. Plain batch LE does not set JOBNAME; the job must
      * export it (eg. //CEEOPTS DD with ENVAR('JOBNAME=PAYNIGHT'))
      * or the field stays blank, which the message below flags so
      * operations finds out on the first run rather than at
      * reporting time.
      *-----------------------------------------------------------------
       jobname-capture.

           if JOBNAME_CAPTURED
               exit paragraph
           end-if
           set JOBNAME_CAPTURED to TRUE

           call "getenv" using
               by content z"JOBNAME"
           returning jobname-ptr
           if jobname-ptr not = NULL
               set address of jobname-value to jobname-ptr
               move spaces to activity-job-name
               unstring jobname-text delimited by x"00"
                   into activity-job-name
               end-unstring
           else
               display "CBLSRCX I  jobname-capture JOBNAME is not in"
                   " the environment (export it via the LE ENVAR"
                   " option), job field left blank on history"
                   " records."
           end-if

           exit.

      /-----------------------------------------------------------------
      * activity-write-unit -- Append one history record for the
      * compile unit now ending, while compile-unit-number still
      * names it and compile-unit-delta holds its record count.
      *
      * Called from compile-unit-check as the next unit starts, and
      * from activity-final for the last unit of the job.
      *-----------------------------------------------------------------
       activity-write-unit.

           if not ACTIVITY_CONFIGURED or ACTIVITY_FAILED
               exit paragraph
           end-if

           *> a unit discarded by SELECT=path was never compiled
           if UNIT_DISCARDED
               exit paragraph
           end-if

           if activity-ptr = NULL
               perform activity-open
               if ACTIVITY_FAILED
                   exit paragraph
               end-if
           end-if

           move function current-date to act-now
           move act-now(1:8) to act-date
           move act-now(9:6) to act-time
           move activity-job-name to act-job

           if unit-program-name = spaces
               move "*UNKNOWN*" to act-program
           else
               move unit-program-name to act-program
           end-if

           move compile-unit-delta to act-records

           *> the unit's own copybook fetch count
           move ZERO to act-copy-count
           perform varying act-idx from 1 by 1
               until act-idx > copy-history-count
               if history-unit(act-idx) = compile-unit-number
                   add 1 to act-copy-count
               end-if
           end-perform
           move act-copy-count to act-copies

           *> and its own cache hits and peak nesting depth
           compute act-hit-count =
               cache-hit-count - unit-cache-base
           move act-hit-count to act-cache-hits
           move unit-stack-hwm to act-depth

           call "fwrite" using by value
               address of activity-record
               1
               length of activity-record
               activity-ptr
           returning activity-status

           if activity-status not = length of activity-record
               perform get-errnos
               display "CBLSRCX W  activity-write-unit write to "
                   function trim(activity-path) " failed, "
                   "errno=" errno "," "errno2=" hex-of(errno2)
                   ", activity history disabled."
               set ACTIVITY_FAILED to TRUE
               exit paragraph
           end-if

           add 1 to activity-rec-count

           exit.

      /-----------------------------------------------------------------
      * activity-final -- Record the last compile unit of the job and
      * close the activity history file.
      *
      * Called from both inexit-close and libexit-close; only the
      * first caller does the work, same as whereused-final. In a
      * LIBEXIT-only configuration compile-unit-check never runs, so
      * a single unit-0 record with the *UNKNOWN* program fallback
      * still puts the job in the history.
      *-----------------------------------------------------------------
       activity-final.

           if ACTIVITY_FINAL_DONE
               exit paragraph
           end-if
           set ACTIVITY_FINAL_DONE to TRUE

           if not ACTIVITY_CONFIGURED
               exit paragraph
           end-if

           compute compile-unit-delta =
               serial-count - compile-unit-start-ser
           perform activity-write-unit

           if activity-ptr not = NULL
               call "fclose" using by value
                   activity-ptr
               returning activity-status
               set activity-ptr to NULL
           end-if

           display "CBLSRCX I  activity-final " activity-rec-count
               " record(s) appended to "
               function trim(activity-path)

           exit.

      /-----------------------------------------------------------------
      * timing-open -- Open the timing file in append mode on first
      * use so earlier jobs' records survive, and pick up the job name
      * for the records; a failed open disables the timing for the
      * rest of the job rather than failing the compile.
      *-----------------------------------------------------------------
       timing-open.

           move spaces to timing-filename
           string
               function trim(timing-path) delimited by size
               x'00' delimited by size
               into timing-filename
               on overflow
                   display "CBLSRCX W  timing-open "
                       function trim(timing-path)
                       " overflowed the filename buffer,"
                       " timing disabled."
                   set TIMING_FAILED to TRUE
                   exit paragraph
           end-string

           call "fopen" using
               timing-filename
               by content z"ab,type=record"
           returning timing-ptr

           if timing-ptr = NULL then
               perform get-errnos
               display "CBLSRCX W  timing-open unable to open "
                   function trim(timing-path) ", "
                   "errno=" errno "," "errno2=" hex-of(errno2)
                   ", timing disabled."
               set TIMING_FAILED to TRUE
               exit paragraph
           end-if

           perform jobname-capture

           exit.

      /-----------------------------------------------------------------
      * timing-now -- The time now, as a current-date stamp in
      * timing-now-stamp and as hundredths of a second in
      * timing-now-cs.
      *-----------------------------------------------------------------
       timing-now.

           move function current-date to timing-now-stamp
           compute timing-now-cs =
               function integer-of-date(tn-date) * 8640000
               + tn-hours * 360000 + tn-minutes * 6000
               + tn-seconds * 100 + tn-hundredths

           exit.

      /-----------------------------------------------------------------
      * timing-unit-start -- Start the clock and the fetch counts for
      * the compile unit now starting.
      *
      * Called from compile-unit-check at each unit boundary.
      *-----------------------------------------------------------------
       timing-unit-start.

           if not TIMING_CONFIGURED
               exit paragraph
           end-if

           perform timing-now
           move timing-now-stamp to unit-start-stamp
           move timing-now-cs    to unit-start-cs
           move ZERO to unit-fetch-count unit-fetch-cs
           move ZERO to unit-hit-count unit-hit-cs

           exit.

      /-----------------------------------------------------------------
      * timing-fetch-end -- Charge the member now closing to the disk
      * or the cache fetch time of the unit and the job.
      *
      * The member's own time excludes that of the members nested
      * within it; its whole time is passed up to the member that
      * copied it (file-element(1) is the primary source, so a
      * top-level COPY has no parent to pass it to).
      *
      * Called from libexit-close-member while libno still names the
      * member.
      *-----------------------------------------------------------------
       timing-fetch-end.

           perform timing-now
           compute timing-elapsed =
               timing-now-cs - file-fetch-start(libno)
           if timing-elapsed < ZERO
               move ZERO to timing-elapsed
           end-if

           if libno > 2
               add timing-elapsed to file-fetch-nested(libno - 1)
           end-if

           subtract file-fetch-nested(libno) from timing-elapsed
           if timing-elapsed < ZERO
               move ZERO to timing-elapsed
           end-if

           if file-cache-idx(libno) > ZERO
               add 1 to unit-hit-count job-hit-count
               add timing-elapsed to unit-hit-cs job-hit-cs
           else
               add 1 to unit-fetch-count job-fetch-count
               add timing-elapsed to unit-fetch-cs job-fetch-cs
           end-if

           exit.

      /-----------------------------------------------------------------
      * timing-write-unit -- Append the timing record for the compile
      * unit now ending, while compile-unit-number still names it.
      *
      * Called from compile-unit-check as the next unit starts, and
      * from timing-final for the last unit of the job. A unit skipped
      * by RESUME=n or discarded by SELECT=path was never compiled and
      * gets no record.
      *-----------------------------------------------------------------
       timing-write-unit.

           if not TIMING_CONFIGURED or TIMING_FAILED
               exit paragraph
           end-if

           if RESUME_SKIPPING or UNIT_DISCARDED
               exit paragraph
           end-if

           perform timing-now
           move spaces to timing-record
           move TM_UNIT_MARKER to tm-type

           if unit-program-name = spaces
               move "*UNKNOWN*" to tm-program
           else
               move unit-program-name to tm-program
           end-if

           move unit-start-stamp to tm-start
           compute timing-elapsed = timing-now-cs - unit-start-cs
           move unit-fetch-count to tm-fetches
           move unit-fetch-cs    to tm-fetch-time
           move unit-hit-count   to tm-hits
           move unit-hit-cs      to tm-hit-time
           move compile-unit-number to tm-units

           perform timing-write-record
           add 1 to job-unit-count

           exit.

      /-----------------------------------------------------------------
      * timing-write-record -- Complete timing-record with the job
      * name, the end stamp and elapsed time just taken, and append it
      * to the timing file, opening it on first use.
      *-----------------------------------------------------------------
       timing-write-record.

           if timing-ptr = NULL
               perform timing-open
               if TIMING_FAILED
                   exit paragraph
               end-if
           end-if

           move activity-job-name to tm-job
           move timing-now-stamp(1:16) to tm-end
           if timing-elapsed < ZERO
               move ZERO to timing-elapsed
           end-if
           move timing-elapsed to tm-elapsed

           call "fwrite" using by value
               address of timing-record
               1
               length of timing-record
               timing-ptr
           returning timing-status

           if timing-status not = length of timing-record
               perform get-errnos
               display "CBLSRCX W  timing-write-record write to "
                   function trim(timing-path) " failed, "
                   "errno=" errno "," "errno2=" hex-of(errno2)
                   ", timing disabled."
               set TIMING_FAILED to TRUE
               exit paragraph
           end-if

           add 1 to timing-rec-count

           exit.

      /-----------------------------------------------------------------
      * timing-final -- Record the last compile unit of the job and
      * the job itself, and close the timing file.
      *
      * Called from inexit-close, libexit-close and prtexit-close;
      * only the first caller does the work, same as activity-final,
      * so the job is timed to the end of the first exit close --
      * except that with the PRTEXIT in the job the last unit is
      * still to be compiled and listed when the INEXIT and LIBEXIT
      * close, so, as in bom-final, the work waits for prtexit-close
      * and both records cover the whole compile. In a
      * LIBEXIT-only configuration compile-unit-check never runs, so
      * the whole job is a single unit-0 record with the *UNKNOWN*
      * program fallback.
      *-----------------------------------------------------------------
       timing-final.

           if TIMING_FINAL_DONE
               exit paragraph
           end-if

           if PRT_EXIT_ACTIVE and not EXIT-TYPE-PRTEXIT
               exit paragraph
           end-if
           set TIMING_FINAL_DONE to TRUE

           if not TIMING_CONFIGURED
               exit paragraph
           end-if

           perform timing-write-unit

           if not TIMING_FAILED
               move spaces to timing-record
               perform timing-now
               move TM_JOB_MARKER to tm-type
               move job-start-stamp to tm-start
               compute timing-elapsed = timing-now-cs - job-start-cs
               move job-fetch-count to tm-fetches
               move job-fetch-cs    to tm-fetch-time
               move job-hit-count   to tm-hits
               move job-hit-cs      to tm-hit-time
               move job-unit-count  to tm-units
               perform timing-write-record
           end-if

           if timing-ptr not = NULL
               call "fclose" using by value
                   timing-ptr
               returning timing-status
               set timing-ptr to NULL
           end-if

           display "CBLSRCX I  timing-final " timing-rec-count
               " record(s) appended to "
               function trim(timing-path)

           exit.

      /-----------------------------------------------------------------
      * bom-write-unit -- The bill-of-materials block for the compile
      * unit now ending, while compile-unit-number still names it.
      *
      * With the PRTEXIT in the job the unit's listing is still to
      * come, so the block waits: the unit's message-summary entry is
      * marked, with the count of fetches the history table dropped,
      * and bom-final writes it at prtexit-close with the worst return
      * code. A unit the summary table has no room for is written now,
      * return code "n/a", as it is when there is no PRTEXIT.
      *
      * Called from compile-unit-check as the next unit starts, and
      * from bom-final for the last unit of the job. A unit skipped
      * by RESUME=n or discarded by SELECT=path was never compiled and
      * gets no block.
      *-----------------------------------------------------------------
       bom-write-unit.

           if not BOM_CONFIGURED or BOM_FAILED
               exit paragraph
           end-if

           if RESUME_SKIPPING or UNIT_DISCARDED
               exit paragraph
           end-if

           if PRT_EXIT_ACTIVE
               perform prt-unit-find-or-add
               if prt-idx > ZERO
                   set PRT_BOM_DEFERRED(prt-idx) to TRUE
                   move unit-history-dropped to prt-bom-dropped(prt-idx)
                   exit paragraph
               end-if
           end-if

           move compile-unit-number  to bom-cur-unit
           move unit-program-name    to bom-cur-program
           move "n/a"                to bom-cur-rc
           move unit-history-dropped to bom-cur-dropped
           perform bom-write-block

           exit.

      /-----------------------------------------------------------------
      * bom-write-block -- Append the block for the unit described by
      * the bom-cur- fields: the *BOM* header, one record per distinct
      * library x member the unit copied (first fetch wins, same as
      * the where-used pairs), and the *END* trailer with the return
      * code, flagged INCOMPLETE when fetches were dropped.
      *-----------------------------------------------------------------
       bom-write-block.

           if bom-ptr = NULL
               perform bom-open
               if BOM_FAILED
                   exit paragraph
               end-if
           end-if

           move function current-date to act-now
           move spaces to bom-record
           move BOM_HEADER_MARKER to bom-marker
           if bom-cur-program = spaces
               move "*UNKNOWN*" to bom-program
           else
               move bom-cur-program to bom-program
           end-if
           move activity-job-name to bom-job
           move act-now(1:8) to bom-date
           move act-now(9:6) to bom-time
           move bom-cur-unit to bom-unit
           perform bom-write-record
           if BOM_FAILED
               exit paragraph
           end-if

           move ZERO to bom-copy-count
           perform varying bom-idx from 1 by 1
               until bom-idx > copy-history-count

               if history-unit(bom-idx) = bom-cur-unit

                   set BOM_DUP to FALSE
                   perform varying bom-dup-idx from 1 by 1
                       until bom-dup-idx >= bom-idx
                       if history-unit(bom-dup-idx) =
                               history-unit(bom-idx) and
                          history-library(bom-dup-idx) =
                               history-library(bom-idx) and
                          history-member(bom-dup-idx) =
                               history-member(bom-idx)
                           set BOM_DUP to TRUE
                           exit perform
                       end-if
                   end-perform

                   if not BOM_DUP
                       move spaces to bom-record
                       move history-library(bom-idx) to bom-library
                       move history-member(bom-idx)  to bom-member
                       move history-count(bom-idx)   to bom-count
                       move history-hash(bom-idx)    to bom-hash
                       move history-version(bom-idx) to bom-version
                       move history-team(bom-idx)    to bom-team
                       perform bom-write-record
                       if BOM_FAILED
                           exit paragraph
                       end-if
                       add 1 to bom-copy-count
                   end-if

               end-if

           end-perform

           move spaces to bom-record
           move BOM_END_MARKER to bom-end-marker
           if bom-cur-program = spaces
               move "*UNKNOWN*" to bom-end-program
           else
               move bom-cur-program to bom-end-program
           end-if
           move bom-copy-count to bom-end-copies

           move bom-cur-rc to bom-end-rc

           *> fetches the history table had no room for are missing
           *> from the list above
           if bom-cur-dropped > ZERO
               move BOM_INCOMPLETE to bom-end-status
               add 1 to bom-incomplete-count
           end-if

           perform bom-write-record
           if BOM_FAILED
               exit paragraph
           end-if

           add 1 to bom-unit-count

           exit.

      /-----------------------------------------------------------------
      * bom-open -- Open the bill-of-materials file in append mode on
      * first use so earlier jobs' blocks survive, and pick up the
      * job name for the headers; a failed open disables the bill of
      * materials for the rest of the job rather than failing the
      * compile.
      *-----------------------------------------------------------------
       bom-open.

           move spaces to bom-filename
           string
               function trim(bom-path) delimited by size
               x'00' delimited by size
               into bom-filename
               on overflow
                   display "CBLSRCX W  bom-open "
                       function trim(bom-path)
                       " overflowed the filename buffer,"
                       " bill of materials disabled."
                   set BOM_FAILED to TRUE
                   exit paragraph
           end-string

           call "fopen" using
               bom-filename
               by content z"ab,type=record"
           returning bom-ptr

           if bom-ptr = NULL then
               perform get-errnos
               display "CBLSRCX W  bom-open unable to open "
                   function trim(bom-path) ", "
                   "errno=" errno "," "errno2=" hex-of(errno2)
                   ", bill of materials disabled."
               set BOM_FAILED to TRUE
               exit paragraph
           end-if

           perform jobname-capture

           exit.

      /-----------------------------------------------------------------
      * bom-write-record -- Append the record in bom-record to the
      * bill-of-materials file.
      *-----------------------------------------------------------------
       bom-write-record.

           call "fwrite" using by value
               address of bom-record
               1
               length of bom-record
               bom-ptr
           returning bom-status

           if bom-status not = length of bom-record
               perform get-errnos
               display "CBLSRCX W  bom-write-record write to "
                   function trim(bom-path) " failed, "
                   "errno=" errno "," "errno2=" hex-of(errno2)
                   ", bill of materials disabled."
               set BOM_FAILED to TRUE
               exit paragraph
           end-if

           add 1 to bom-rec-count

           exit.

      /-----------------------------------------------------------------
      * bom-final -- Write the block for the last compile unit of the
      * job and close the bill-of-materials file.
      *
      * Called from inexit-close, libexit-close and prtexit-close;
      * only the first caller does the work, same as activity-final
      * -- except that with the PRTEXIT in the job the listing of the
      * last unit is still to come when the INEXIT and LIBEXIT close,
      * so the work waits for prtexit-close, where the blocks held
      * for every unit are written with their return codes.
      *-----------------------------------------------------------------
       bom-final.

           if BOM_FINAL_DONE
               exit paragraph
           end-if

           if PRT_EXIT_ACTIVE and not EXIT-TYPE-PRTEXIT
               exit paragraph
           end-if
           set BOM_FINAL_DONE to TRUE

           if not BOM_CONFIGURED
               exit paragraph
           end-if

           perform bom-write-unit

           *> with the PRTEXIT in the job every unit's block was held
           *> for now, when the whole listing has been tallied
           if PRT_EXIT_ACTIVE
               perform varying prt-idx from 1 by 1
                   until prt-idx > prt-unit-count or BOM_FAILED
                   if PRT_BOM_DEFERRED(prt-idx)
                       move prt-unit-number(prt-idx) to bom-cur-unit
                       move prt-unit-program(prt-idx)
                           to bom-cur-program
                       move prt-worst-rc(prt-idx) to prt-rc-disp
                       move prt-rc-disp to bom-cur-rc
                       move prt-bom-dropped(prt-idx)
                           to bom-cur-dropped
                       perform bom-write-block
                   end-if
               end-perform
           end-if

           if bom-ptr not = NULL
               call "fclose" using by value
                   bom-ptr
               returning bom-status
               set bom-ptr to NULL
           end-if

           display "CBLSRCX I  bom-final " bom-unit-count
               " block(s), " bom-rec-count
               " record(s) appended to "
               function trim(bom-path)
           if bom-incomplete-count > ZERO
               display "CBLSRCX W  bom-final " bom-incomplete-count
                   " block(s) marked INCOMPLETE, the copy history"
                   " table was full."
           end-if

           exit.

      /-----------------------------------------------------------------
      * datadict-member-start -- Begin parsing the data description
      * entries of the member libexit-find has just opened from disk,
      * unless this library+member has already been parsed this job.
      *-----------------------------------------------------------------
       datadict-member-start.

           move ZERO  to file-dd-idx(libno)
           move ZERO  to file-dd-stmt-len(libno)
           move space to file-dd-quote(libno)

           if not DATADICT_CONFIGURED
               exit paragraph
           end-if

           perform varying dd-mem-idx from 1 by 1
               until dd-mem-idx > dd-member-count
               if ddm-library(dd-mem-idx) = file-library(libno) and
                  ddm-member(dd-mem-idx) = file-member(libno)
                   exit paragraph
               end-if
           end-perform

           if dd-member-count >= DD_MEMBER_SIZE
               if not DD_MEMBER_FULL_WARNED
                   display "CBLSRCX W  datadict-member-start member"
                       " table is full, further members will not"
                       " appear in the data dictionary."
                   set DD_MEMBER_FULL_WARNED to TRUE
               end-if
               exit paragraph
           end-if

           add 1 to dd-member-count
           move file-library(libno) to ddm-library(dd-member-count)
           move file-member(libno)  to ddm-member(dd-member-count)
           move "B"  to ddm-state(dd-member-count)
           move ZERO to ddm-hash(dd-member-count)
           move "N"  to ddm-in-file(dd-member-count)
           move ZERO to ddm-file-hash(dd-member-count)
           move dd-member-count to file-dd-idx(libno)

           exit.

      /-----------------------------------------------------------------
      * datadict-scan-record -- Feed the record just read into the
      * statement being assembled for the member at the top of the
      * file-stack. A period outside a literal and followed by a space
      * ends the statement and hands it to datadict-statement. Comment
      * and debugging lines carry no entries, and an inline *> comment
      * runs to the end of its line.
      *-----------------------------------------------------------------
       datadict-scan-record.

           if file-dd-idx(libno) = ZERO
               exit paragraph
           end-if

           if file-length(libno) < 8
               exit paragraph
           end-if
           if file-buffer(libno)(7:1) = "*" or "/" or "D" or "d"
               exit paragraph
           end-if

           *> columns 8 through 72 only; the sequence area is not
           *> source
           move file-buffer(libno)(8:65) to dd-line

           *> a continuation line resumes the literal left open on
           *> the line before, so its leading quote is not a new one
           move "N" to dd-skip-quote
           if file-buffer(libno)(7:1) = "-"
               move "Y" to dd-skip-quote
           end-if

           set DD_DONE to FALSE
           perform varying dd-scan-idx from 1 by 1
               until dd-scan-idx > length of dd-line or DD_DONE

               move dd-line(dd-scan-idx:1) to dd-char
               if dd-scan-idx < length of dd-line
                   move dd-line(dd-scan-idx + 1:1) to dd-next-char
               else
                   move space to dd-next-char
               end-if

               evaluate TRUE
                   when dd-skip-quote = "Y" and dd-char = space
                       continue
                   when dd-skip-quote = "Y"
                       move "N" to dd-skip-quote
                       if dd-char not = '"' and dd-char not = "'"
                           perform datadict-scan-char
                       end-if
                   when other
                       perform datadict-scan-char
               end-evaluate

           end-perform

           *> the line end separates words like a space
           move space to dd-char
           perform datadict-stmt-append

           exit.

      /-----------------------------------------------------------------
      * datadict-scan-char -- Take one source character in dd-char
      * (dd-next-char follows it) into the statement being assembled.
      *-----------------------------------------------------------------
       datadict-scan-char.

           evaluate TRUE

               when file-dd-quote(libno) not = space
                   *> inside a literal only its closing quote counts
                   if dd-char = file-dd-quote(libno)
                       move space to file-dd-quote(libno)
                   end-if
                   perform datadict-stmt-append

               when dd-char = '"' or dd-char = "'"
                   move dd-char to file-dd-quote(libno)
                   perform datadict-stmt-append

               when dd-char = "*" and dd-next-char = ">"
                   set DD_DONE to TRUE

               when dd-char = "." and dd-next-char = space
                   perform datadict-statement
                   move ZERO to file-dd-stmt-len(libno)

               when other
                   perform datadict-stmt-append

           end-evaluate

           exit.

      /-----------------------------------------------------------------
      * datadict-stmt-append -- Add dd-char to the statement being
      * assembled. Leading spaces are dropped, and a statement too long
      * for the buffer just loses its tail -- the clauses that matter
      * come first, and a sentence of procedure code in a copybook is
      * no data description entry anyway.
      *-----------------------------------------------------------------
       datadict-stmt-append.

           if file-dd-stmt-len(libno) = ZERO and dd-char = space
               exit paragraph
           end-if

           if file-dd-stmt-len(libno) < length of file-dd-stmt(libno)
               add 1 to file-dd-stmt-len(libno)
               move dd-char to file-dd-stmt(libno)
                   (file-dd-stmt-len(libno):1)
           end-if

           exit.

      /-----------------------------------------------------------------
      * datadict-statement -- Break the statement just assembled into
      * words and, when it is a data description entry, add it to the
      * field table. Anything not led by a level number (procedure
      * code, COPY, EXEC) is passed over, as are 66 and 88 entries,
      * which describe no storage of their own. The words after VALUE
      * are literals and are not looked at.
      *-----------------------------------------------------------------
       datadict-statement.

           if file-dd-stmt-len(libno) = ZERO
               exit paragraph
           end-if

           move spaces to dd-stmt
           move function upper-case(
               file-dd-stmt(libno)(1:file-dd-stmt-len(libno)))
               to dd-stmt

           move ZERO   to dd-new-level
           move spaces to dd-new-name
           move spaces to dd-new-picture
           move spaces to dd-new-usage
           move spaces to dd-new-redefines
           move 1      to dd-new-occurs
           move "N"    to dd-new-sign-sep
           move "L"    to dd-expect

           move 1 to dd-tok-ptr
           perform until dd-tok-ptr > length of dd-stmt or
               dd-expect = "X"
               move spaces to dd-tok
               unstring dd-stmt delimited by all space
                   into dd-tok
                   with pointer dd-tok-ptr
               end-unstring
               if dd-tok not = spaces
                   perform datadict-token
               end-if
           end-perform

           if dd-new-level > ZERO
               move file-dd-idx(libno) to dd-new-owner
               perform datadict-field-add
           end-if

           exit.

      /-----------------------------------------------------------------
      * datadict-token -- Apply one word of a data description entry,
      * according to what dd-expect says should come next.
      *-----------------------------------------------------------------
       datadict-token.

           *> a trailing comma or semicolon is a separator, not part
           *> of the word
           move ZERO to dd-tok-len
           perform varying dd-find-idx from length of dd-tok by -1
               until dd-find-idx < 1
               if dd-tok(dd-find-idx:1) not = space
                   move dd-find-idx to dd-tok-len
                   exit perform
               end-if
           end-perform
           if dd-tok-len > 1
               if dd-tok(dd-tok-len:1) = "," or
                  dd-tok(dd-tok-len:1) = ";"
                   move space to dd-tok(dd-tok-len:1)
                   subtract 1 from dd-tok-len
               end-if
           end-if

           evaluate dd-expect

               when "L"
                   move "X" to dd-expect
                   if dd-tok-len <= 2 and
                      dd-tok(1:dd-tok-len) is numeric
                       compute dd-new-level =
                           function numval(dd-tok(1:dd-tok-len))
                       if dd-new-level = 66 or dd-new-level = 88 or
                          dd-new-level = ZERO or
                          (dd-new-level > 49 and dd-new-level not = 77)
                           move ZERO to dd-new-level
                       else
                           move "N" to dd-expect
                       end-if
                   end-if

               when "N"
                   *> the data name, unless the entry goes straight to
                   *> its clauses (an unnamed FILLER)
                   move "C" to dd-expect
                   perform datadict-clause
                   if DD_CLAUSE_WORD
                       move "FILLER" to dd-new-name
                   else
                       move dd-tok to dd-new-name
                   end-if

               when "P"
                   if dd-tok not = "IS"
                       move dd-tok to dd-new-picture
                       move "C" to dd-expect
                   end-if

               when "R"
                   move dd-tok to dd-new-redefines
                   move "C" to dd-expect

               when "O"
                   move "C" to dd-expect
                   if dd-tok(1:dd-tok-len) is numeric
                       compute dd-new-occurs =
                           function numval(dd-tok(1:dd-tok-len))
                       move "T" to dd-expect
                   else
                       perform datadict-clause
                   end-if

               when "T"
                   *> OCCURS n TO m DEPENDING ON: the maximum is the
                   *> size the record is laid out for
                   if dd-tok = "TO"
                       move "M" to dd-expect
                   else
                       move "C" to dd-expect
                       perform datadict-clause
                   end-if

               when "M"
                   move "C" to dd-expect
                   if dd-tok(1:dd-tok-len) is numeric
                       compute dd-new-occurs =
                           function numval(dd-tok(1:dd-tok-len))
                   end-if

               when "U"
                   if dd-tok not = "IS"
                       move "C" to dd-expect
                       perform datadict-clause
                   end-if

               when other
                   perform datadict-clause

           end-evaluate

           exit.

      /-----------------------------------------------------------------
      * datadict-clause -- Recognize a clause word in dd-tok, noting
      * the usage words and SIGN ... SEPARATE directly and setting
      * dd-expect for the clauses that take an operand. DD_CLAUSE_WORD
      * is off for anything else (a data name, a clause operand that
      * needs no attention).
      *-----------------------------------------------------------------
       datadict-clause.

           set DD_CLAUSE_WORD to TRUE

           evaluate dd-tok
               when "PIC"
               when "PICTURE"
                   move "P" to dd-expect
               when "REDEFINES"
                   move "R" to dd-expect
               when "OCCURS"
                   move "O" to dd-expect
               when "USAGE"
                   move "U" to dd-expect
               when "VALUE"
               when "VALUES"
                   move "X" to dd-expect
               when "SEPARATE"
                   move "Y" to dd-new-sign-sep
               when "COMP"
               when "COMPUTATIONAL"
                   move "COMP" to dd-new-usage
               when "COMP-1"
               when "COMPUTATIONAL-1"
                   move "COMP-1" to dd-new-usage
               when "COMP-2"
               when "COMPUTATIONAL-2"
                   move "COMP-2" to dd-new-usage
               when "COMP-3"
               when "COMPUTATIONAL-3"
               when "PACKED-DECIMAL"
                   move "COMP-3" to dd-new-usage
               when "COMP-4"
               when "COMPUTATIONAL-4"
                   move "COMP-4" to dd-new-usage
               when "COMP-5"
               when "COMPUTATIONAL-5"
                   move "COMP-5" to dd-new-usage
               when "BINARY"
               when "DISPLAY"
               when "DISPLAY-1"
               when "NATIONAL"
               when "POINTER"
               when "INDEX"
               when "PROCEDURE-POINTER"
               when "FUNCTION-POINTER"
                   move dd-tok to dd-new-usage
               when "IS"
               when "SIGN"
               when "LEADING"
               when "TRAILING"
               when "SYNC"
               when "SYNCHRONIZED"
               when "JUST"
               when "JUSTIFIED"
               when "BLANK"
               when "GLOBAL"
               when "EXTERNAL"
                   continue
               when other
                   set DD_CLAUSE_WORD to FALSE
           end-evaluate

           exit.

      /-----------------------------------------------------------------
      * datadict-field-add -- Add the entry just parsed to the field
      * table under the member at dd-new-owner; its offset and length
      * are worked out by datadict-layout once the member is complete.
      *-----------------------------------------------------------------
       datadict-field-add.

           if dd-field-count >= DD_FIELD_SIZE
               if not DD_FIELD_FULL_WARNED
                   display "CBLSRCX W  datadict-field-add field table"
                       " is full, further fields will not appear in"
                       " the data dictionary."
                   set DD_FIELD_FULL_WARNED to TRUE
               end-if
               exit paragraph
           end-if

           if dd-new-name = spaces
               move "FILLER" to dd-new-name
           end-if

           add 1 to dd-field-count
           move dd-new-owner        to ddf-owner(dd-field-count)
           move dd-new-level        to ddf-level(dd-field-count)
           move dd-new-name         to ddf-name(dd-field-count)
           move dd-new-picture      to ddf-picture(dd-field-count)
           move dd-new-usage        to ddf-usage(dd-field-count)
           move dd-new-redefines    to ddf-redefines(dd-field-count)
           move dd-new-occurs       to ddf-occurs(dd-field-count)
           move dd-new-sign-sep     to ddf-sign-separate(dd-field-count)
           move spaces              to ddf-kind(dd-field-count)
           move spaces              to ddf-record(dd-field-count)
           move ZERO                to ddf-offset(dd-field-count)
           move ZERO                to ddf-length(dd-field-count)

           exit.

      /-----------------------------------------------------------------
      * datadict-member-end -- The member being parsed reached EOF
      * intact: take any last entry left without its period, keep the
      * content hash, and lay the member's fields out.
      *
      * A member abandoned mid-read (forced close at libexit-close)
      * never gets here; its entry stays "B" and is not written.
      *-----------------------------------------------------------------
       datadict-member-end.

           if file-dd-idx(libno) = ZERO
               exit paragraph
           end-if

           perform datadict-statement
           move ZERO to file-dd-stmt-len(libno)

           move file-dd-idx(libno) to dd-mem-idx
           move ZERO to file-dd-idx(libno)
           move file-hash(libno) to ddm-hash(dd-mem-idx)
           move "C" to ddm-state(dd-mem-idx)

           perform datadict-layout

           exit.

      /-----------------------------------------------------------------
      * datadict-nested-add -- The member at the top of the file-stack
      * reached EOF while the member that COPYed it is being parsed:
      * give the parent a placeholder entry where the COPY stood, at
      * the level of the nested member's first entry and as long as
      * its entries ahead of any 01 (those are what land in the
      * parent's record), so datadict-layout moves the parent's later
      * fields past it. A nested member that is all 01 records adds
      * nothing to the parent's.
      *-----------------------------------------------------------------
       datadict-nested-add.

           if not DATADICT_CONFIGURED or libno < 2
               exit paragraph
           end-if
           if file-dd-idx(libno - 1) = ZERO
               exit paragraph
           end-if

           *> the nested member is laid out by now, at this EOF or
           *> at the fetch that first parsed it
           move ZERO to dd-nest-idx
           perform varying dd-mem-idx from 1 by 1
               until dd-mem-idx > dd-member-count
               if ddm-library(dd-mem-idx) = file-library(libno) and
                  ddm-member(dd-mem-idx) = file-member(libno)
                   move dd-mem-idx to dd-nest-idx
                   exit perform
               end-if
           end-perform

           if dd-nest-idx > ZERO
               if ddm-state(dd-nest-idx) not = "C"
                   move ZERO to dd-nest-idx
               end-if
           end-if
           if dd-nest-idx = ZERO
               display "CBLSRCX W  datadict-nested-add "
                   file-member(libno) " of " file-library(libno)
                   " was not laid out, offsets in "
                   function trim(ddm-member(file-dd-idx(libno - 1)))
                   " after its COPY are understated."
               exit paragraph
           end-if

           move ZERO to dd-nest-level
           move ZERO to dd-nest-length
           perform varying dd-fld-idx from 1 by 1
               until dd-fld-idx > dd-field-count
               if ddf-owner(dd-fld-idx) = dd-nest-idx
                   if ddf-level(dd-fld-idx) = 1 or
                      ddf-level(dd-fld-idx) = 77
                       exit perform
                   end-if
                   if dd-nest-level = ZERO
                       move ddf-level(dd-fld-idx) to dd-nest-level
                   end-if
                   compute dd-end = ddf-offset(dd-fld-idx) +
                       ddf-length(dd-fld-idx) * ddf-occurs(dd-fld-idx)
                   if dd-end > dd-nest-length
                       move dd-end to dd-nest-length
                   end-if
               end-if
           end-perform

           if dd-nest-level = ZERO
               exit paragraph
           end-if

           move file-dd-idx(libno - 1) to dd-new-owner
           move dd-nest-level to dd-new-level
           move spaces        to dd-new-name
           string "COPY " delimited by size
               file-member(libno) delimited by space
               into dd-new-name
           end-string
           move spaces to dd-new-picture
           move "COPY" to dd-new-usage
           move spaces to dd-new-redefines
           move 1      to dd-new-occurs
           move "N"    to dd-new-sign-sep

           move dd-field-count to dd-fld-idx
           perform datadict-field-add
           if dd-field-count > dd-fld-idx
               move "C" to ddf-kind(dd-field-count)
               move dd-nest-length to ddf-length(dd-field-count)
           end-if

           exit.

      /-----------------------------------------------------------------
      * datadict-layout -- Work out the offset and length of every
      * field of the member at dd-mem-idx, in source order, keeping
      * the open groups above the current field on a stack. A field
      * starts where its group has got to (or at the item it
      * REDEFINES); a group's length is the furthest any of its
      * members reached, and a field takes up its length times its
      * OCCURS count in the group. Offsets are of the first occurrence
      * and relative to the 01 (or 77) the field belongs to.
      *-----------------------------------------------------------------
       datadict-layout.

           move ZERO   to dd-frame-count
           move ZERO   to dd-top-hwm
           move spaces to dd-cur-record

           perform varying dd-fld-idx from 1 by 1
               until dd-fld-idx > dd-field-count
               if ddf-owner(dd-fld-idx) = dd-mem-idx
                   perform datadict-layout-field
               end-if
           end-perform

           perform until dd-frame-count = ZERO
               perform datadict-frame-pop
           end-perform

           exit.

      /-----------------------------------------------------------------
      * datadict-layout-field -- Place the field at dd-fld-idx.
      *-----------------------------------------------------------------
       datadict-layout-field.

           if ddf-level(dd-fld-idx) = 1 or ddf-level(dd-fld-idx) = 77
               *> a new record: close out everything still open
               perform until dd-frame-count = ZERO
                   perform datadict-frame-pop
               end-perform
               move ZERO to dd-top-hwm
               move ddf-name(dd-fld-idx) to dd-cur-record
           else
               perform until dd-frame-count = ZERO or
                   ddfr-level(dd-frame-count) < ddf-level(dd-fld-idx)
                   perform datadict-frame-pop
               end-perform
               *> entries with no 01 above them belong to a copybook
               *> meant to be COPYed under the program's own record;
               *> they are laid out from the start of the member
               if dd-cur-record = spaces
                   move ddm-member(dd-mem-idx) to dd-cur-record
               end-if
           end-if
           move dd-cur-record to ddf-record(dd-fld-idx)

           *> an item with no USAGE of its own takes its group's
           if ddf-usage(dd-fld-idx) = spaces and dd-frame-count > ZERO
               move ddf-usage(ddfr-field(dd-frame-count))
                   to ddf-usage(dd-fld-idx)
           end-if

           if dd-frame-count > ZERO
               move ddfr-hwm(dd-frame-count) to dd-start
           else
               move dd-top-hwm to dd-start
           end-if

           if ddf-redefines(dd-fld-idx) not = spaces
               compute dd-find-idx = dd-fld-idx - 1
               perform until dd-find-idx < 1
                   if ddf-owner(dd-find-idx) = dd-mem-idx and
                      ddf-name(dd-find-idx) = ddf-redefines(dd-fld-idx)
                       move ddf-offset(dd-find-idx) to dd-start
                       exit perform
                   end-if
                   subtract 1 from dd-find-idx
               end-perform
           end-if

           move dd-start to ddf-offset(dd-fld-idx)

           *> elementary when it has a PICTURE or a usage that fixes
           *> its size by itself; a nested COPY's placeholder already
           *> has its length
           evaluate TRUE
               when ddf-kind(dd-fld-idx) = "C"
                   continue
               when ddf-picture(dd-fld-idx) not = spaces or
                    ddf-usage(dd-fld-idx) = "COMP-1" or
                    ddf-usage(dd-fld-idx) = "COMP-2" or
                    ddf-usage(dd-fld-idx) = "POINTER" or
                    ddf-usage(dd-fld-idx) = "INDEX" or
                    ddf-usage(dd-fld-idx) = "PROCEDURE-POINTER" or
                    ddf-usage(dd-fld-idx) = "FUNCTION-POINTER"
                   move "E" to ddf-kind(dd-fld-idx)
                   perform datadict-elem-size
               when other
                   move "G" to ddf-kind(dd-fld-idx)
                   move ZERO to ddf-length(dd-fld-idx)
           end-evaluate

           if dd-frame-count < DD_FRAME_SIZE
               add 1 to dd-frame-count
               move ddf-level(dd-fld-idx) to ddfr-level(dd-frame-count)
               move dd-fld-idx to ddfr-field(dd-frame-count)
               move dd-start to ddfr-start(dd-frame-count)
               compute ddfr-hwm(dd-frame-count) =
                   dd-start + ddf-length(dd-fld-idx)
           end-if

           exit.

      /-----------------------------------------------------------------
      * datadict-frame-pop -- Close the innermost open field: a group
      * now knows its length, and the space the field takes up (length
      * times OCCURS) moves its own group along.
      *-----------------------------------------------------------------
       datadict-frame-pop.

           move ddfr-field(dd-frame-count) to dd-pop-idx
           if ddf-kind(dd-pop-idx) = "G"
               compute ddf-length(dd-pop-idx) =
                   ddfr-hwm(dd-frame-count) - ddfr-start(dd-frame-count)
           end-if

           compute dd-end = ddfr-start(dd-frame-count) +
               ddf-length(dd-pop-idx) * ddf-occurs(dd-pop-idx)

           subtract 1 from dd-frame-count
           if dd-frame-count > ZERO
               if dd-end > ddfr-hwm(dd-frame-count)
                   move dd-end to ddfr-hwm(dd-frame-count)
               end-if
           else
               if dd-end > dd-top-hwm
                   move dd-end to dd-top-hwm
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * datadict-elem-size -- The storage length of the elementary
      * field at dd-fld-idx from its PICTURE and USAGE: one byte per
      * display position (S, V and P take none, CR and DB two), binary
      * 2, 4 or 8 bytes by digit count, packed digits/2+1, national
      * and DBCS two bytes per position.
      *-----------------------------------------------------------------
       datadict-elem-size.

           move ZERO to dd-pic-disp
           move ZERO to dd-pic-digits
           move ZERO to dd-pic-prev-disp
           move ZERO to dd-pic-prev-digit
           move "N"  to dd-pic-national
           move ddf-picture(dd-fld-idx) to dd-pic

           move 1 to dd-pic-idx
           perform until dd-pic-idx > length of dd-pic
               move dd-pic(dd-pic-idx:1) to dd-pic-char
               if dd-pic-char = space
                   exit perform
               end-if

               evaluate TRUE

                   when dd-pic-char = "("
                       *> (n) repeats the symbol before it n times
                       move ZERO to dd-pic-rep
                       add 1 to dd-pic-idx
                       perform until dd-pic-idx > length of dd-pic
                           or dd-pic(dd-pic-idx:1) = ")"
                           if dd-pic(dd-pic-idx:1) is numeric
                               move dd-pic(dd-pic-idx:1) to dd-pic-digit
                               compute dd-pic-rep =
                                   dd-pic-rep * 10 + dd-pic-digit
                           end-if
                           add 1 to dd-pic-idx
                       end-perform
                       if dd-pic-rep > 1
                           compute dd-pic-disp = dd-pic-disp +
                               (dd-pic-rep - 1) * dd-pic-prev-disp
                           compute dd-pic-digits = dd-pic-digits +
                               (dd-pic-rep - 1) * dd-pic-prev-digit
                       end-if

                   when dd-pic-char = "C" and
                        dd-pic(dd-pic-idx + 1:1) = "R"
                   when dd-pic-char = "D" and
                        dd-pic(dd-pic-idx + 1:1) = "B"
                       add 2 to dd-pic-disp
                       add 1 to dd-pic-idx
                       move ZERO to dd-pic-prev-disp
                       move ZERO to dd-pic-prev-digit

                   when dd-pic-char = "9"
                       add 1 to dd-pic-disp
                       add 1 to dd-pic-digits
                       move 1 to dd-pic-prev-disp
                       move 1 to dd-pic-prev-digit

                   when dd-pic-char = "S" or
                        dd-pic-char = "V" or
                        dd-pic-char = "P"
                       move ZERO to dd-pic-prev-disp
                       move ZERO to dd-pic-prev-digit

                   when dd-pic-char = "N" or dd-pic-char = "G"
                       add 1 to dd-pic-disp
                       move "Y" to dd-pic-national
                       move 1 to dd-pic-prev-disp
                       move ZERO to dd-pic-prev-digit

                   when other
                       add 1 to dd-pic-disp
                       move 1 to dd-pic-prev-disp
                       move ZERO to dd-pic-prev-digit

               end-evaluate

               add 1 to dd-pic-idx
           end-perform

           evaluate ddf-usage(dd-fld-idx)
               when "BINARY"
               when "COMP"
               when "COMP-4"
               when "COMP-5"
                   evaluate TRUE
                       when dd-pic-digits <= 4
                           move 2 to ddf-length(dd-fld-idx)
                       when dd-pic-digits <= 9
                           move 4 to ddf-length(dd-fld-idx)
                       when other
                           move 8 to ddf-length(dd-fld-idx)
                   end-evaluate
               when "COMP-3"
                   compute ddf-length(dd-fld-idx) =
                       dd-pic-digits / 2 + 1
               when "COMP-1"
               when "POINTER"
               when "INDEX"
               when "FUNCTION-POINTER"
                   move 4 to ddf-length(dd-fld-idx)
               when "COMP-2"
               when "PROCEDURE-POINTER"
                   move 8 to ddf-length(dd-fld-idx)
               when "NATIONAL"
                   compute ddf-length(dd-fld-idx) = dd-pic-disp * 2
               when other
                   if dd-pic-national = "Y"
                       compute ddf-length(dd-fld-idx) = dd-pic-disp * 2
                   else
                       move dd-pic-disp to ddf-length(dd-fld-idx)
                   end-if
                   if ddf-sign-separate(dd-fld-idx) = "Y"
                       add 1 to ddf-length(dd-fld-idx)
                   end-if
           end-evaluate

           exit.

      /-----------------------------------------------------------------
      * datadict-final -- Append the fields of every member parsed
      * this job to the data dictionary, one block per library+member,
      * skipping members whose content hash matches the last block the
      * file already holds for them.
      *
      * Called from both inexit-close and libexit-close; only the
      * first caller does the work, same as whereused-final.
      *-----------------------------------------------------------------
       datadict-final.

           if DATADICT_FINAL_DONE
               exit paragraph
           end-if
           set DATADICT_FINAL_DONE to TRUE

           if not DATADICT_CONFIGURED
               exit paragraph
           end-if

           move spaces to datadict-filename
           string
               function trim(datadict-path) delimited by size
               x'00' delimited by size
               into datadict-filename
               on overflow
                   display "CBLSRCX W  datadict-final "
                       function trim(datadict-path)
                       " overflowed the filename buffer,"
                       " data dictionary not written."
                   exit paragraph
           end-string

           *> the hash of the last block already in the file for each
           *> member parsed this job; no file yet is just the
           *> dictionary's first run
           call "fopen" using
               datadict-filename
               by content z"rb,type=record"
           returning datadict-ptr

           if datadict-ptr not = NULL
               set DD_DONE to FALSE
               perform until DD_DONE
                   call "fread" using by value
                       address of datadict-record
                       1
                       length of datadict-record
                       datadict-ptr
                   returning datadict-status
                   if datadict-status = ZERO
                       set DD_DONE to TRUE
                   else
                       if dd-seq = 1
                           perform varying dd-mem-idx from 1 by 1
                               until dd-mem-idx > dd-member-count
                               if ddm-library(dd-mem-idx) = dd-library
                                  and ddm-member(dd-mem-idx) = dd-member
                                   move "Y" to ddm-in-file(dd-mem-idx)
                                   move dd-hash
                                       to ddm-file-hash(dd-mem-idx)
                                   exit perform
                               end-if
                           end-perform
                       end-if
                   end-if
               end-perform
               call "fclose" using by value
                   datadict-ptr
               returning datadict-status
           end-if

           call "fopen" using
               datadict-filename
               by content z"ab,type=record"
           returning datadict-ptr

           if datadict-ptr = NULL then
               perform get-errnos
               display "CBLSRCX W  datadict-final unable to open "
                   function trim(datadict-path) ", "
                   "errno=" errno "," "errno2=" hex-of(errno2)
                   ", data dictionary not written."
               exit paragraph
           end-if

           move function current-date to act-now
           move ZERO to dd-written-count
           move ZERO to dd-same-count
           move ZERO to dd-rec-count
           set DD_DONE to FALSE

           perform varying dd-mem-idx from 1 by 1
               until dd-mem-idx > dd-member-count or DD_DONE
               if ddm-state(dd-mem-idx) = "C"
                   if ddm-in-file(dd-mem-idx) = "Y" and
                      ddm-file-hash(dd-mem-idx) = ddm-hash(dd-mem-idx)
                       add 1 to dd-same-count
                   else
                       perform datadict-write-member
                       add 1 to dd-written-count
                   end-if
               end-if
           end-perform

           call "fclose" using by value
               datadict-ptr
           returning datadict-status

           display "CBLSRCX I  datadict-final " dd-written-count
               " member(s) with " dd-rec-count " field record(s)"
               " appended to " function trim(datadict-path) ", "
               dd-same-count " member(s) unchanged."

           exit.

      /-----------------------------------------------------------------
      * datadict-write-member -- Append the block of field records for
      * the member at dd-mem-idx. A failed write sets DD_DONE so
      * datadict-final stops there.
      *-----------------------------------------------------------------
       datadict-write-member.

           move ZERO to dd-seq-count

           perform varying dd-fld-idx from 1 by 1
               until dd-fld-idx > dd-field-count
               if ddf-owner(dd-fld-idx) = dd-mem-idx
                   add 1 to dd-seq-count
                   move spaces to datadict-record
                   move ddm-library(dd-mem-idx)  to dd-library
                   move ddm-member(dd-mem-idx)   to dd-member
                   move ddf-record(dd-fld-idx)   to dd-record
                   move dd-seq-count             to dd-seq
                   move ddf-level(dd-fld-idx)    to dd-level
                   move ddf-name(dd-fld-idx)     to dd-name
                   move ddf-offset(dd-fld-idx)   to dd-offset
                   move ddf-length(dd-fld-idx)   to dd-length
                   move ddf-occurs(dd-fld-idx)   to dd-occurs
                   move ddf-usage(dd-fld-idx)    to dd-usage
                   move ddf-picture(dd-fld-idx)  to dd-picture
                   move ddf-redefines(dd-fld-idx) to dd-redefines
                   move ddm-hash(dd-mem-idx)     to dd-hash
                   move act-now(1:8)             to dd-date

                   call "fwrite" using by value
                       address of datadict-record
                       1
                       length of datadict-record
                       datadict-ptr
                   returning datadict-status

                   if datadict-status not = length of datadict-record
                       perform get-errnos
                       display "CBLSRCX W  datadict-write-member "
                           "write to " function trim(datadict-path)
                           " failed, "
                           "errno=" errno "," "errno2=" hex-of(errno2)
                           ", data dictionary incomplete."
                       set DD_DONE to TRUE
                       exit paragraph
                   end-if

                   add 1 to dd-rec-count
               end-if
           end-perform

           exit.

      /-----------------------------------------------------------------
      * archive-member-start -- Open a work file to hold the records
      * of the member libexit-find has just opened from disk, unless
      * this job has already archived (or matched) the library+member.
      *-----------------------------------------------------------------
       archive-member-start.

           set file-arch-ptr(libno) to NULL
           move ZERO to file-arch-lines(libno)

           if not ARCHIVE_CONFIGURED or ARCHIVE_FAILED
               exit paragraph
           end-if

           perform varying arx-idx from 1 by 1
               until arx-idx > archive-index-count
               if arx-library(arx-idx) = file-library(libno) and
                  arx-member(arx-idx) = file-member(libno)
                   if arx-done(arx-idx) = "Y"
                       exit paragraph
                   end-if
                   exit perform
               end-if
           end-perform

           call "tmpfile" returning file-arch-ptr(libno)

           if file-arch-ptr(libno) = NULL
               if not ARCHIVE_SPILL_WARNED
                   perform get-errnos
                   display "CBLSRCX W  archive-member-start unable to"
                       " open a work file, "
                       "errno=" errno "," "errno2=" hex-of(errno2)
                       ", members will not be archived."
                   set ARCHIVE_SPILL_WARNED to TRUE
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * archive-spill-record -- Copy the record just read to this
      * fetch's work file. A failed write abandons the work file, so
      * a partial member is never archived.
      *-----------------------------------------------------------------
       archive-spill-record.

           if file-arch-ptr(libno) = NULL
               exit paragraph
           end-if

           move file-length(libno) to asp-length
           move file-buffer(libno) to asp-text

           call "fwrite" using by value
               address of archive-spill-line
               1
               length of archive-spill-line
               file-arch-ptr(libno)
           returning archive-status

           if archive-status not = length of archive-spill-line
               perform get-errnos
               display "CBLSRCX W  archive-spill-record write for "
                   file-member(libno) " of " file-library(libno)
                   " failed, "
                   "errno=" errno "," "errno2=" hex-of(errno2)
                   ", member not archived."
               call "fclose" using by value
                   file-arch-ptr(libno)
               returning archive-status
               set file-arch-ptr(libno) to NULL
               exit paragraph
           end-if

           add 1 to file-arch-lines(libno)

           exit.

      /-----------------------------------------------------------------
      * archive-member-end -- The member reached EOF intact: compare
      * its content hash with the last version archived for it and,
      * when they differ (or it has never been archived), append the
      * work file to the archive as a new version.
      *-----------------------------------------------------------------
       archive-member-end.

           if file-arch-ptr(libno) = NULL
               exit paragraph
           end-if

           if not ARCHIVE_LOADED
               perform archive-load
           end-if

           if not ARCHIVE_FAILED
               perform archive-member-check
           end-if

           call "fclose" using by value
               file-arch-ptr(libno)
           returning archive-status
           set file-arch-ptr(libno) to NULL

           exit.

      /-----------------------------------------------------------------
      * archive-member-check -- Find (or add) the index entry for the
      * member at EOF and archive it if its hash is new.
      *-----------------------------------------------------------------
       archive-member-check.

           set ARX_FOUND to FALSE
           perform varying arx-idx from 1 by 1
               until arx-idx > archive-index-count
               if arx-library(arx-idx) = file-library(libno) and
                  arx-member(arx-idx) = file-member(libno)
                   set ARX_FOUND to TRUE
                   exit perform
               end-if
           end-perform

           if ARX_FOUND
               if arx-hash(arx-idx) = file-hash(libno)
                   move "Y" to arx-done(arx-idx)
                   add 1 to archive-same-count
                   exit paragraph
               end-if
           else
               if archive-index-count >= ARCHIVE_INDEX_SIZE
                   if not ARCHIVE_FULL_WARNED
                       display "CBLSRCX W  archive-member-check index"
                           " is full, further members will not be"
                           " archived."
                       set ARCHIVE_FULL_WARNED to TRUE
                   end-if
                   exit paragraph
               end-if
               add 1 to archive-index-count
               move archive-index-count to arx-idx
               move file-library(libno) to arx-library(arx-idx)
               move file-member(libno)  to arx-member(arx-idx)
           end-if

           perform archive-write-version
           if not ARCHIVE_FAILED
               move file-hash(libno) to arx-hash(arx-idx)
               move "Y" to arx-done(arx-idx)
           end-if

           exit.

      /-----------------------------------------------------------------
      * archive-write-version -- Append the header record and then
      * every line held in this fetch's work file to the archive.
      *-----------------------------------------------------------------
       archive-write-version.

           move function current-date to act-now

           move spaces to archive-record
           move file-library(libno) to ar-library
           move file-member(libno)  to ar-member
           move file-hash(libno)    to ar-hash
           move act-now(1:8)        to ar-date
           move act-now(9:6)        to ar-time
           move ZERO                to ar-line
           move ZERO                to ar-length
           move file-arch-lines(libno) to arh-line-count
           perform archive-write-record
           if ARCHIVE_FAILED
               exit paragraph
           end-if

           call "rewind" using by value
               file-arch-ptr(libno)

           move ZERO to archive-line-no
           set ARCHIVE_DONE to FALSE
           perform until ARCHIVE_DONE or
               archive-line-no >= file-arch-lines(libno)
               call "fread" using by value
                   address of archive-spill-line
                   1
                   length of archive-spill-line
                   file-arch-ptr(libno)
               returning archive-status
               if archive-status not = length of archive-spill-line
                   set ARCHIVE_DONE to TRUE
               else
                   add 1 to archive-line-no
                   move archive-line-no to ar-line
                   move asp-length to ar-length
                   move asp-text   to ar-text
                   perform archive-write-record
                   if ARCHIVE_FAILED
                       exit paragraph
                   end-if
               end-if
           end-perform

           add 1 to archive-ver-count
           display "CBLSRCX I  archive-write-version "
               file-member(libno) " of " file-library(libno)
               " archived, " archive-line-no " line(s), hash "
               file-hash(libno) "."

           exit.

      /-----------------------------------------------------------------
      * archive-write-record -- Append archive-record. A failed write
      * stops archiving for the rest of the job.
      *-----------------------------------------------------------------
       archive-write-record.

           call "fwrite" using by value
               address of archive-record
               1
               length of archive-record
               archive-ptr
           returning archive-status

           if archive-status not = length of archive-record
               perform get-errnos
               display "CBLSRCX W  archive-write-record write to "
                   function trim(archive-path) " failed, "
                   "errno=" errno "," "errno2=" hex-of(errno2)
                   ", archiving stopped."
               set ARCHIVE_FAILED to TRUE
               exit paragraph
           end-if

           add 1 to archive-rec-count

           exit.

      /-----------------------------------------------------------------
      * archive-load -- Load the last archived hash of every
      * library+member from the archive's version headers (no file
      * yet is just the archive's first run), then open it for append
      * for the rest of the job.
      *-----------------------------------------------------------------
       archive-load.

           set ARCHIVE_LOADED to TRUE

           move spaces to archive-filename
           string
               function trim(archive-path) delimited by size
               x'00' delimited by size
               into archive-filename
               on overflow
                   display "CBLSRCX W  archive-load "
                       function trim(archive-path)
                       " overflowed the filename buffer,"
                       " members will not be archived."
                   set ARCHIVE_FAILED to TRUE
                   exit paragraph
           end-string

           call "fopen" using
               archive-filename
               by content z"rb,type=record"
           returning archive-ptr

           if archive-ptr not = NULL
               set ARCHIVE_DONE to FALSE
               perform until ARCHIVE_DONE
                   call "fread" using by value
                       address of archive-record
                       1
                       length of archive-record
                       archive-ptr
                   returning archive-status
                   if archive-status = ZERO
                       set ARCHIVE_DONE to TRUE
                   else
                       if ar-line = ZERO
                           perform archive-index-note
                       end-if
                   end-if
               end-perform
               call "fclose" using by value
                   archive-ptr
               returning archive-status
           end-if

           call "fopen" using
               archive-filename
               by content z"ab,type=record"
           returning archive-ptr

           if archive-ptr = NULL then
               perform get-errnos
               display "CBLSRCX W  archive-load unable to open "
                   function trim(archive-path) ", "
                   "errno=" errno "," "errno2=" hex-of(errno2)
                   ", members will not be archived."
               set ARCHIVE_FAILED to TRUE
               exit paragraph
           end-if

           display "CBLSRCX I  archive-load " archive-index-count
               " member(s) already archived in "
               function trim(archive-path)

           exit.

      /-----------------------------------------------------------------
      * archive-index-note -- A version header: its hash is now the
      * last archived for its library+member.
      *-----------------------------------------------------------------
       archive-index-note.

           perform varying arx-idx from 1 by 1
               until arx-idx > archive-index-count
               if arx-library(arx-idx) = ar-library and
                  arx-member(arx-idx) = ar-member
                   move ar-hash to arx-hash(arx-idx)
                   exit paragraph
               end-if
           end-perform

           if archive-index-count < ARCHIVE_INDEX_SIZE
               add 1 to archive-index-count
               move ar-library to arx-library(archive-index-count)
               move ar-member  to arx-member(archive-index-count)
               move ar-hash    to arx-hash(archive-index-count)
               move "N"        to arx-done(archive-index-count)
           else
               if not ARCHIVE_FULL_WARNED
                   display "CBLSRCX W  archive-index-note index is"
                       " full, further members will not be archived."
                   set ARCHIVE_FULL_WARNED to TRUE
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * archive-final -- Close the archive and report what this job
      * added to it.
      *
      * Called from both inexit-close and libexit-close; only the
      * first caller does the work, same as whereused-final.
      *-----------------------------------------------------------------
       archive-final.

           if ARCHIVE_FINAL_DONE
               exit paragraph
           end-if
           set ARCHIVE_FINAL_DONE to TRUE

           if not ARCHIVE_CONFIGURED
               exit paragraph
           end-if

           if archive-ptr not = NULL
               call "fclose" using by value
                   archive-ptr
               returning archive-status
               set archive-ptr to NULL
           end-if

           display "CBLSRCX I  archive-final " archive-ver-count
               " new version(s), " archive-rec-count
               " record(s) appended to " function trim(archive-path)
               ", " archive-same-count " member(s) unchanged."

           exit.

               if file-cache-idx(libno) > 0
                   move cache-hash(file-cache-idx(libno))
                       to history-hash(copy-history-count)
                   move cache-hdr-version(file-cache-idx(libno))
                       to history-version(copy-history-count)
                   move cache-hdr-team(file-cache-idx(libno))
                       to history-team(copy-history-count)
               else
                   move file-hash(libno)
                       to history-hash(copy-history-count)
                   move file-hdr-version(libno)
                       to history-version(copy-history-count)
                   move file-hdr-team(libno)
                       to history-team(copy-history-count)
               end-if
               move compile-unit-number
                   to history-unit(copy-history-count)
           else
               add 1 to unit-history-dropped
               if not COPY_HISTORY_FULL_WARNED
                   display "CBLSRCX W  copy-history-add history table"
                       " is full, further copybook fetches will not"
                       " appear in usage-report/manifest-reconcile"
                       " and the bill of materials blocks missing"
                       " them are marked INCOMPLETE."
                   set COPY_HISTORY_FULL_WARNED to TRUE
               end-if
           end-if

           move "C" to cache-state(cache-idx)
           move file-hash(libno) to cache-hash(cache-idx)
           move file-hdr-version(libno) to cache-hdr-version(cache-idx)
           move file-hdr-team(libno) to cache-hdr-team(cache-idx)
           move ZERO to file-build-idx(libno)

           exit.
