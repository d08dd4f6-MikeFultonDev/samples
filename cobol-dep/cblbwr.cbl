      *-----------------------------------------------------------------
      * :title Batch window timing report for the compiler exits
      *
      * :(abstract
      * Companion utility to the CBLSRCX and MEXIT compiler exits. The
      * exits append one record per compile unit, and one per job,
      * with start and end times and the time spent on copybook
      * fetches to a cumulative timing file (TIMING=path on the exit
      * parm); this program reads that file back and reports on it:
      * each job's elapsed time, the slowest programs, the time spent
      * fetching copybooks from disk against the time spent on cache
      * hits, and each week's job elapsed time against the batch
      * window limit, with a projection of the week the trend
      * crosses it -- so a nightly compile that is growing toward the
      * start of the promotion jobs is seen before it overruns. It
      * uses the same C/C++ fopen/fread/fclose runtime functions as
      * the exits.
      * :)abstract
      *
      *-----------------------------------------------------------------
      * Usage Notes:
      * - the timing file is read from ddname TIMING unless a
      *   FILE=path token names it directly
      * - the parm is KEY=VALUE tokens, comma separated, the same
      *   syntax as the exit parm eg. PARM='LIMIT=180,TOP=10'
      * - LIMIT=n is the batch window in minutes (default 240) that
      *   job elapsed times are measured against
      * - JOB=name limits the report to that job's records
      * - TOP=n is the number of programs ranked (default 20)
      * - WEEKS=n is the number of most recent weeks reported (default
      *   12, at most 52); weeks are calendar weeks counted within the
      *   year (days 1-7 are week 01), labelled yyyyww, the same as
      *   CBLACTR, and a record belongs to the week it started in
      * - the projection fits a straight line through each week's
      *   longest job and needs at least two weeks; the return code is
      *   4 when the latest week's longest job ran past the limit, 8
      *   when the timing file cannot be read
      * - times are in hundredths of a second; a fetch is timed from
      *   the exit's find to the close of the member, so it includes
      *   the compiler's own processing of the member's records
      *-----------------------------------------------------------------
      * Changes:
      * 2026/10/15  Initial version alongside the exits' TIMING=
      *             capture.
      *-----------------------------------------------------------------
      * :(copyright
      * Copyright (c) 2026 IBM Canada Ltd.
      * Author Mike Fulton <fultonm@ca.ibm.com>
      *
      * This is a sample only, and is covered by the
      * IBM Non-Warranted Sample Code License (ibm-nwsc)
      * :)copyright
      *A-1-B--+----2----+----3----+----4----+----5----+----6----+----7-|
       identification division.
       program-id. "CBLBWR".
      *
       environment division.
       configuration section.
       repository.
           function hex-of intrinsic.
       source-computer. zArchitecture
           .
       data division.
       working-storage section.
      *
      *> report selection, set from the parm tokens
       77  select-job        pic x(8) value spaces.
       77  select-wanted     pic x(1) value "N".
           88 SELECT_WANTED    value "Y" false is "N".
       77  timing-path       pic x(65) value spaces.
       77  top-count         pic s9(4) comp-5 value 20.
       77  limit-minutes     pic s9(9) comp-5 value 240.
       77  limit-cs          pic s9(18) comp-5 value 0.
       77  WEEK_ROWS_MAX     pic s9(4) comp-5 value 52.
       77  week-rows         pic s9(4) comp-5 value 12.

      *> one fixed 128-byte record per compile unit, or per job with
      *> tm-type "*JOB*", the same layout the exits write
       1   timing-record.
        2  tm-type           pic x(6).
        2  filler            pic x(1).
        2  tm-job            pic x(8).
        2  filler            pic x(1).
        2  tm-program        pic x(30).
        2  filler            pic x(1).
        2  tm-start.
         3 tm-start-date     pic x(8).
         3 tm-start-time     pic x(8).
        2  filler            pic x(1).
        2  tm-end.
         3 tm-end-date       pic x(8).
         3 tm-end-time       pic x(8).
        2  filler            pic x(1).
        2  tm-elapsed        pic 9(9).
        2  filler            pic x(1).
        2  tm-fetches        pic 9(5).
        2  filler            pic x(1).
        2  tm-fetch-time     pic 9(8).
        2  filler            pic x(1).
        2  tm-hits           pic 9(5).
        2  filler            pic x(1).
        2  tm-hit-time       pic 9(8).
        2  filler            pic x(1).
        2  tm-units          pic 9(5).
        2  filler            pic x(2).
       77  TM_UNIT_MARKER    pic x(6) value "*UNIT*".
       77  TM_JOB_MARKER     pic x(6) value "*JOB*".

      *> every week seen, in first-seen (chronological) order, with
      *> the roll-up of its jobs; the last week-rows of them are the
      *> report's weeks
       77  WEEK_SUM_SIZE     pic s9(4) comp-5 value 520.
       77  week-sum-count    pic s9(4) comp-5 value 0.
       77  week-full-warned  pic s9(4) comp-5 value 0.
           88 WEEK_FULL_WARNED  value 1 false is ZERO.
       1   week-sum-table.
        2  week-sum-entry    occurs 520. *> WEEK_SUM_SIZE
         3 wk-key            pic 9(6).
         3 wk-jobs           pic s9(9) comp-5.
         3 wk-total-cs       pic s9(18) comp-5.
         3 wk-max-cs         pic s9(18) comp-5.
         3 wk-max-date       pic x(8).
         3 wk-max-job        pic x(8).
         3 wk-over           pic s9(9) comp-5.
       77  week-first-row    pic s9(4) comp-5 value 1.

      *> per-program roll-up of its compile units' elapsed times
       77  PROG_SUM_SIZE     pic s9(4) comp-5 value 500.
       77  prog-sum-count    pic s9(4) comp-5 value 0.
       77  prog-full-warned  pic s9(4) comp-5 value 0.
           88 PROG_FULL_WARNED  value 1 false is ZERO.
       1   prog-sum-table.
        2  prog-sum-entry    occurs 500. *> PROG_SUM_SIZE
         3 sum-program       pic x(30).
         3 sum-compiles      pic s9(9) comp-5.
         3 sum-total-cs      pic s9(18) comp-5.
         3 sum-max-cs        pic s9(18) comp-5.
         3 sum-last-cs       pic s9(18) comp-5.
         3 sum-last-date     pic x(8).
         3 sum-ranked        pic x(1).

      *> copybook fetch and cache hit totals over the report's jobs
       77  total-job-cs      pic s9(18) comp-5 value 0.
       77  total-fetches     pic s9(9) comp-5 value 0.
       77  total-fetch-cs    pic s9(18) comp-5 value 0.
       77  total-hits        pic s9(9) comp-5 value 0.
       77  total-hit-cs      pic s9(18) comp-5 value 0.

       77  record-count      pic s9(9) comp-5 value 0.
       77  skipped-count     pic s9(9) comp-5 value 0.
       77  job-count         pic s9(9) comp-5 value 0.
       77  unit-count        pic s9(9) comp-5 value 0.
      *
       local-storage section.
       77  errno-ptr         pointer.
       77  errno2            pic 9(9) comp-5.
       77  timing-ptr        pointer.
       77  timing-filename   pic x(100).
       77  file-status       pic s9(9) comp-5.
       77  best-idx          pic s9(4) comp-5.
       77  rank-idx          pic s9(4) comp-5.
       77  sum-idx           pic s9(4) comp-5.
       77  sum-found         pic s9(4) comp-5.
           88 SUM_FOUND      value 1 false is ZERO.
       77  week-idx          pic s9(4) comp-5.
       77  week-found        pic s9(4) comp-5.
           88 WEEK_FOUND     value 1 false is ZERO.

      *> which pass bwr-scan is making: 1 collects the weeks, 2
      *> tallies
       77  bwr-pass          pic s9(4) comp-5.

      *> calendar-week derivation scratch
       77  bwr-date-int      pic s9(9) comp-5.
       77  bwr-yyyyddd       pic 9(7).
       77  bwr-year          pic 9(4).
       77  bwr-ddd           pic 9(3).
       77  bwr-week          pic 9(2).
       77  bwr-week-key      pic 9(6).

      *> averages, in hundredths
       77  avg-cs            pic s9(18) comp-5.
       77  avg-best-cs       pic s9(18) comp-5.
       77  saved-cs          pic s9(18) comp-5.

      *> projection scratch: a least-squares line through each
      *> report week's longest job, x in days from the first such
      *> job and y its elapsed time in hundredths
       77  fit-points        pic s9(4) comp-5.
       77  fit-base-day      pic s9(9) comp-5.
       77  fit-last-day      pic s9(9) comp-5.
       77  fit-x             pic s9(9) comp-5.
       77  fit-sum-x         pic s9(18) comp-5.
       77  fit-sum-y         pic s9(18) comp-5.
       77  fit-sum-xx        pic s9(18) comp-5.
       77  fit-sum-xy        pic s9(18) comp-5.
       77  fit-numer         pic s9(18) comp-5.
       77  fit-denom         pic s9(18) comp-5.
       77  fit-slope         pic s9(11)v9(6) comp-3.
       77  fit-intercept     pic s9(11)v9(6) comp-3.
       77  fit-cross-x       pic s9(15)v9(3) comp-3.
       77  fit-cross-day     pic s9(9) comp-5.
       77  fit-cross-date    pic 9(8).
      *> a crossing further out than this many days after the latest
      *> week is reported as not projected rather than dated -- a
      *> slowly growing batch puts it centuries away, past any date
      *> date-of-integer can return
       77  FIT_HORIZON_DAYS  pic s9(9) comp-5 value 3650.
       77  fit-last-over     pic s9(4) comp-5.
           88 FIT_LAST_OVER  value 1 false is ZERO.

      *> report scratch
       77  rpt-line          pic x(132).
       77  rpt-rank-disp     pic zzz9.
       77  rpt-over-disp     pic zzz9.
       77  rpt-units-disp    pic zzzz9.
       77  rpt-count-disp    pic zzzzzzz9.
       77  rpt-pct-disp      pic zzz9.9.
       77  rpt-secs-disp     pic zzzzz9.99.
       77  rpt-slope-disp    pic ----9.99.
       77  rpt-flag          pic x(6).
      *> an elapsed time in hundredths edited as hhh:mm:ss
       77  hms-cs            pic s9(18) comp-5.
       77  hms-secs          pic s9(18) comp-5.
       1   rpt-hms.
        2  hms-hours         pic zz9.
        2  filler            pic x(1) value ":".
        2  hms-minutes       pic 99.
        2  filler            pic x(1) value ":".
        2  hms-seconds       pic 99.
       77  rpt-hms-max       pic x(9).
       77  rpt-hms-last      pic x(9).
       77  rpt-hms-limit     pic x(9).

      *> bwr-scan loop control -- re-initialized on every call
       77  bwr-scan-done     pic s9(4) comp-5 value 0.
           88 BWR_SCAN_DONE    value 1 false is ZERO.
       77  bwr-open-failed   pic s9(4) comp-5 value 0.
           88 BWR_OPEN_FAILED  value 1 false is ZERO.
       77  when-compiled-pic pic 9999/99/99B99,99,99.
       77  when-compiled-str redefines when-compiled-pic
                             pic x(19).
      *
      *> working storage for parsing the parm into KEY=VALUE tokens,
      *> comma separated eg. "LIMIT=180,FILE=timing.db"
       77  parm-work         pic x(256).
       77  parm-ptr          pic s9(9) comp-5.
       77  parm-one-tok      pic x(64).
       77  parm-key          pic x(32).
       77  parm-val          pic x(64).
       linkage section.
       1   parm.
        2  parm-length       pic s9(4) comp-5.
        2  parm-data         pic x(256).

       77  errno             pic s9(9) comp-5.
      /*****************************************************************
      * main
      ******************************************************************
       procedure division using parm.

           move function when-compiled(1:14) to when-compiled-pic
           inspect when-compiled-str replacing all "," by ":"
           display "CBLBWR I  Compiled " when-compiled-str "."

           perform bwr-parse-parm

           compute limit-cs = limit-minutes * 6000
           move limit-cs to hms-cs
           perform bwr-format-hms
           display "CBLBWR I  batch window limit " limit-minutes
               " minute(s) (" function trim(rpt-hms) ")."
           if SELECT_WANTED
               display "CBLBWR I  limiting the report to job "
                   function trim(select-job) "."
           end-if

           *> the report's weeks are the last weeks in the file, so
           *> the weeks are collected before anything is tallied
           move 1 to bwr-pass
           perform bwr-scan
           if BWR_OPEN_FAILED
               move 8 to return-code
               goback
           end-if

           if week-sum-count > week-rows
               compute week-first-row = week-sum-count - week-rows + 1
           else
               move 1 to week-first-row
           end-if

           *> the job lines are listed as the second pass reads them
           display "CBLBWR R  ==== Job elapsed times ===="
           display "CBLBWR R  JOB      START DATE/TIME "
               "END DATE/TIME     ELAPSED UNITS"
           move 2 to bwr-pass
           perform bwr-scan
           display "CBLBWR R  " job-count " job(s) in the last "
               week-rows " week(s)."
           display "CBLBWR R  ==== End job elapsed times ===="

           perform bwr-report-programs
           perform bwr-report-fetches
           perform bwr-report-weeks
           perform bwr-report-projection

           display "CBLBWR I  " record-count " record(s) read: "
               job-count " job(s), "
               unit-count " compile unit(s), "
               skipped-count " malformed record(s) skipped."

           goback.

      /-----------------------------------------------------------------
      * bwr-parse-parm -- Break the parm into KEY=VALUE tokens, the
      * same comma-separated syntax the exits use
      *-----------------------------------------------------------------
       bwr-parse-parm.

           if parm-length = ZERO
               exit paragraph
           end-if

           move spaces to parm-work
           move parm-data(1:parm-length) to parm-work
           move 1 to parm-ptr

           perform until parm-ptr > parm-length
               move spaces to parm-one-tok
               unstring parm-work delimited by ","
                   into parm-one-tok
                   with pointer parm-ptr
               end-unstring
               perform bwr-parse-parm-token
           end-perform

           exit.

      /-----------------------------------------------------------------
      * bwr-parse-parm-token -- Apply one KEY=VALUE parm token
      *-----------------------------------------------------------------
       bwr-parse-parm-token.

           move spaces to parm-key
           move spaces to parm-val
           unstring parm-one-tok delimited by "="
               into parm-key parm-val
           end-unstring

           evaluate function trim(parm-key)

               when "JOB"
                   move spaces to select-job
                   move function trim(parm-val) to select-job
                   if select-job not = spaces
                       set SELECT_WANTED to TRUE
                   end-if

               when "FILE"
                   move spaces to timing-path
                   move function trim(parm-val) to timing-path

               when "LIMIT"
                   if function test-numval(parm-val) = ZERO
                       compute limit-minutes = function numval(parm-val)
                   end-if
                   if limit-minutes < 1
                       move 1 to limit-minutes
                   end-if

               when "TOP"
                   if function test-numval(parm-val) = ZERO
                       compute top-count = function numval(parm-val)
                   end-if
                   if top-count < 1
                       move 1 to top-count
                   end-if

               when "WEEKS"
                   if function test-numval(parm-val) = ZERO
                       compute week-rows = function numval(parm-val)
                   end-if
                   if week-rows < 1
                       move 1 to week-rows
                   end-if
                   if week-rows > WEEK_ROWS_MAX
                       move WEEK_ROWS_MAX to week-rows
                   end-if

               when other
                   continue

           end-evaluate

           exit.

      /-----------------------------------------------------------------
      * bwr-scan -- Read the timing file through once: pass 1
      * collects the weeks, pass 2 tallies every record
      *-----------------------------------------------------------------
       bwr-scan.

           *> default to the TIMING ddname unless FILE=path named the
           *> file directly
           move spaces to timing-filename
           if timing-path = spaces
               string
                   "//DD:TIMING"
                   x'00' delimited by size
                   into timing-filename
               end-string
           else
               string
                   function trim(timing-path)
                       delimited by size
                   x'00' delimited by size
                   into timing-filename
                   on overflow
                       display "CBLBWR E  "
                           function trim(timing-path)
                           " overflowed the filename buffer."
                       set BWR_OPEN_FAILED to TRUE
                       exit paragraph
               end-string
           end-if

           call "fopen" using
               timing-filename
               by content z"rb,type=record"
           returning timing-ptr

           if timing-ptr = NULL then
               perform get-errnos
               display "CBLBWR E  unable to open the timing file, "
                   "errno=" errno ","
                   "errno2=" hex-of(errno2)
               set BWR_OPEN_FAILED to TRUE
               exit paragraph
           end-if

           set BWR_SCAN_DONE to FALSE
           perform until BWR_SCAN_DONE
               move spaces to timing-record
               call "fread" using by value
                   address of timing-record
                   1
                   length of timing-record
                   timing-ptr
               returning file-status

               if file-status = ZERO
                   set BWR_SCAN_DONE to TRUE
               else
                   if bwr-pass = 1
                       perform bwr-note-week
                   else
                       add 1 to record-count
                       perform bwr-tally-record
                   end-if
               end-if
           end-perform

           call "fclose" using by value
               timing-ptr
           returning file-status

           exit.

      /-----------------------------------------------------------------
      * bwr-week-of -- Derive the yyyyww calendar-week key of the
      * record's start date into bwr-week-key, the same way CBLACTR
      * does
      *-----------------------------------------------------------------
       bwr-week-of.

           compute bwr-date-int =
               function integer-of-date(function numval(tm-start-date))
           compute bwr-yyyyddd =
               function day-of-integer(bwr-date-int)
           compute bwr-year = bwr-yyyyddd / 1000
           compute bwr-ddd =
               function mod(bwr-yyyyddd, 1000)
           compute bwr-week = (bwr-ddd - 1) / 7 + 1
           compute bwr-week-key = bwr-year * 100 + bwr-week

           exit.

      /-----------------------------------------------------------------
      * bwr-note-week -- Pass 1: add the record's week to the week
      * list if it is new. The file is appended chronologically, so
      * a new week is almost always the last one listed.
      *-----------------------------------------------------------------
       bwr-note-week.

           if tm-start-date not numeric
               exit paragraph
           end-if

           if SELECT_WANTED and tm-job not = select-job
               exit paragraph
           end-if

           perform bwr-week-of

           if week-sum-count > ZERO
               if wk-key(week-sum-count) = bwr-week-key
                   exit paragraph
               end-if
           end-if

           perform varying week-idx from 1 by 1
               until week-idx > week-sum-count
               if wk-key(week-idx) = bwr-week-key
                   exit paragraph
               end-if
           end-perform

           if week-sum-count < WEEK_SUM_SIZE
               add 1 to week-sum-count
               move bwr-week-key to wk-key(week-sum-count)
               move ZERO   to wk-jobs(week-sum-count)
               move ZERO   to wk-total-cs(week-sum-count)
               move ZERO   to wk-max-cs(week-sum-count)
               move spaces to wk-max-date(week-sum-count)
               move spaces to wk-max-job(week-sum-count)
               move ZERO   to wk-over(week-sum-count)
           else
               if not WEEK_FULL_WARNED
                   display "CBLBWR W  more than " WEEK_SUM_SIZE
                       " distinct weeks, later weeks are not"
                       " reported."
                   set WEEK_FULL_WARNED to TRUE
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * bwr-tally-record -- Pass 2: fold the record just read into
      * the roll-ups when it started in one of the report's weeks; a
      * record whose dates or counts don't parse (a short write, or a
      * hand-edited file) is counted and skipped rather than abending
      * the report
      *-----------------------------------------------------------------
       bwr-tally-record.

           if tm-start-date not numeric or
              tm-elapsed not numeric or
              tm-fetches not numeric or
              tm-fetch-time not numeric or
              tm-hits not numeric or
              tm-hit-time not numeric or
              tm-units not numeric
               add 1 to skipped-count
               exit paragraph
           end-if

           if SELECT_WANTED and tm-job not = select-job
               exit paragraph
           end-if

           perform bwr-week-of
           set WEEK_FOUND to FALSE
           perform varying week-idx from week-first-row by 1
               until week-idx > week-sum-count
               if wk-key(week-idx) = bwr-week-key
                   set WEEK_FOUND to TRUE
                   exit perform
               end-if
           end-perform
           if not WEEK_FOUND
               exit paragraph
           end-if

           evaluate tm-type
               when TM_JOB_MARKER
                   add 1 to job-count
                   perform bwr-tally-job
               when TM_UNIT_MARKER
                   add 1 to unit-count
                   perform bwr-tally-unit
               when other
                   add 1 to skipped-count
           end-evaluate

           exit.

      /-----------------------------------------------------------------
      * bwr-tally-job -- List the job and fold it into its week and
      * into the fetch and cache hit totals
      *-----------------------------------------------------------------
       bwr-tally-job.

           move tm-elapsed to hms-cs
           perform bwr-format-hms
           move tm-units to rpt-units-disp
           if tm-elapsed > limit-cs
               move "*OVER*" to rpt-flag
           else
               move spaces to rpt-flag
           end-if
           display "CBLBWR R  " tm-job
               " " tm-start-date "-" tm-start-time(1:6)
               " " tm-end-date "-" tm-end-time(1:6)
               " " rpt-hms
               " " rpt-units-disp
               " " rpt-flag

           add 1 to wk-jobs(week-idx)
           add tm-elapsed to wk-total-cs(week-idx)
           if tm-elapsed > wk-max-cs(week-idx)
               move tm-elapsed    to wk-max-cs(week-idx)
               move tm-start-date to wk-max-date(week-idx)
               move tm-job        to wk-max-job(week-idx)
           end-if
           if tm-elapsed > limit-cs
               add 1 to wk-over(week-idx)
           end-if

           add tm-elapsed    to total-job-cs
           add tm-fetches    to total-fetches
           add tm-fetch-time to total-fetch-cs
           add tm-hits       to total-hits
           add tm-hit-time   to total-hit-cs

           exit.

      /-----------------------------------------------------------------
      * bwr-tally-unit -- Fold the compile unit into its program's
      * roll-up, creating the entry on first sight
      *-----------------------------------------------------------------
       bwr-tally-unit.

           set SUM_FOUND to FALSE
           perform varying sum-idx from 1 by 1
               until sum-idx > prog-sum-count
               if sum-program(sum-idx) = tm-program
                   set SUM_FOUND to TRUE
                   exit perform
               end-if
           end-perform

           if not SUM_FOUND
               if prog-sum-count < PROG_SUM_SIZE
                   add 1 to prog-sum-count
                   move prog-sum-count to sum-idx
                   move tm-program to sum-program(sum-idx)
                   move ZERO   to sum-compiles(sum-idx)
                   move ZERO   to sum-total-cs(sum-idx)
                   move ZERO   to sum-max-cs(sum-idx)
                   move ZERO   to sum-last-cs(sum-idx)
                   move spaces to sum-last-date(sum-idx)
                   move "N"    to sum-ranked(sum-idx)
                   set SUM_FOUND to TRUE
               else
                   if not PROG_FULL_WARNED
                       display "CBLBWR W  more than " PROG_SUM_SIZE
                           " distinct programs, later programs are"
                           " not reported."
                       set PROG_FULL_WARNED to TRUE
                   end-if
                   exit paragraph
               end-if
           end-if

           add 1 to sum-compiles(sum-idx)
           add tm-elapsed to sum-total-cs(sum-idx)
           if tm-elapsed > sum-max-cs(sum-idx)
               move tm-elapsed to sum-max-cs(sum-idx)
           end-if
           move tm-elapsed    to sum-last-cs(sum-idx)
           move tm-start-date to sum-last-date(sum-idx)

           exit.

      /-----------------------------------------------------------------
      * bwr-report-programs -- The TOP= programs with the longest
      * average compile, slowest first, with their longest and their
      * last compile
      *-----------------------------------------------------------------
       bwr-report-programs.

           display "CBLBWR R  ==== Slowest programs ===="
           display "CBLBWR R  RANK PROGRAM                        "
               "COMPILES   AVERAGE   LONGEST      LAST LAST DATE"

           perform varying rank-idx from 1 by 1
               until rank-idx > top-count or rank-idx > prog-sum-count

               move ZERO to best-idx
               perform varying sum-idx from 1 by 1
                   until sum-idx > prog-sum-count
                   if sum-ranked(sum-idx) = "N"
                       compute avg-cs = sum-total-cs(sum-idx)
                           / sum-compiles(sum-idx)
                       if best-idx = ZERO or avg-cs > avg-best-cs
                           move sum-idx to best-idx
                           move avg-cs  to avg-best-cs
                       end-if
                   end-if
               end-perform
               move "Y" to sum-ranked(best-idx)

               move sum-max-cs(best-idx) to hms-cs
               perform bwr-format-hms
               move rpt-hms to rpt-hms-max
               move sum-last-cs(best-idx) to hms-cs
               perform bwr-format-hms
               move rpt-hms to rpt-hms-last
               move avg-best-cs to hms-cs
               perform bwr-format-hms

               move rank-idx to rpt-rank-disp
               move sum-compiles(best-idx) to rpt-count-disp
               display "CBLBWR R  " rpt-rank-disp
                   " " sum-program(best-idx)
                   " " rpt-count-disp
                   " " rpt-hms
                   " " rpt-hms-max
                   " " rpt-hms-last
                   " " sum-last-date(best-idx)

           end-perform
           display "CBLBWR R  ==== End slowest programs ===="

           exit.

      /-----------------------------------------------------------------
      * bwr-report-fetches -- Time spent fetching copybooks from disk
      * against time spent on cache hits, over the report's jobs
      *-----------------------------------------------------------------
       bwr-report-fetches.

           display "CBLBWR R  ==== Copybook fetch time against"
               " cache hits ===="
           display "CBLBWR R                        COUNT     TOTAL"
               "  AVG SECS   OF JOBS"

           move total-fetches to rpt-count-disp
           move total-fetch-cs to hms-cs
           perform bwr-format-hms
           move total-fetches to avg-cs
           move total-fetch-cs to saved-cs
           perform bwr-format-share
           display "CBLBWR R  fetched from disk "
               rpt-count-disp " " rpt-hms " " rpt-secs-disp
               "   " rpt-pct-disp "%"

           move total-hits to rpt-count-disp
           move total-hit-cs to hms-cs
           perform bwr-format-hms
           move total-hits to avg-cs
           move total-hit-cs to saved-cs
           perform bwr-format-share
           display "CBLBWR R  served from cache "
               rpt-count-disp " " rpt-hms " " rpt-secs-disp
               "   " rpt-pct-disp "%"

           *> what the cache hits would have cost at the disk rate
           if total-fetches > ZERO and total-hits > ZERO
               compute saved-cs = total-hits *
                   (total-fetch-cs / total-fetches
                    - total-hit-cs / total-hits)
               if saved-cs < ZERO
                   move ZERO to saved-cs
               end-if
               move saved-cs to hms-cs
               perform bwr-format-hms
               display "CBLBWR R  cache hits saved an estimated "
                   function trim(rpt-hms) " at the average disk"
                   " fetch time."
           end-if

           display "CBLBWR R  ==== End copybook fetch time against"
               " cache hits ===="

           exit.

      /-----------------------------------------------------------------
      * bwr-format-share -- Edit the average of saved-cs over avg-cs
      * fetches in seconds, and saved-cs as a percentage of the jobs'
      * elapsed time
      *-----------------------------------------------------------------
       bwr-format-share.

           if avg-cs > ZERO
               compute rpt-secs-disp rounded =
                   saved-cs / avg-cs / 100
           else
               move ZERO to rpt-secs-disp
           end-if

           if total-job-cs > ZERO
               compute rpt-pct-disp rounded =
                   saved-cs * 100 / total-job-cs
           else
               move ZERO to rpt-pct-disp
           end-if

           exit.

      /-----------------------------------------------------------------
      * bwr-report-weeks -- Each report week's jobs, their average and
      * longest elapsed time, and how the longest stands against the
      * batch window limit
      *-----------------------------------------------------------------
       bwr-report-weeks.

           move limit-cs to hms-cs
           perform bwr-format-hms
           move rpt-hms to rpt-hms-limit

           display "CBLBWR R  ==== Weekly job elapsed time against the"
               " " function trim(rpt-hms-limit) " window ===="
           display "CBLBWR R  WEEK   JOBS   AVERAGE   LONGEST    LIMIT%"
               " OVER LONGEST JOB"

           perform varying week-idx from week-first-row by 1
               until week-idx > week-sum-count
               if wk-jobs(week-idx) > ZERO
                   compute avg-cs = wk-total-cs(week-idx)
                       / wk-jobs(week-idx)
                   move avg-cs to hms-cs
                   perform bwr-format-hms
                   move rpt-hms to rpt-hms-last
                   move wk-max-cs(week-idx) to hms-cs
                   perform bwr-format-hms
                   compute rpt-pct-disp rounded =
                       wk-max-cs(week-idx) * 100 / limit-cs
                   move wk-jobs(week-idx) to rpt-rank-disp
                   move wk-over(week-idx) to rpt-over-disp
                   display "CBLBWR R  " wk-key(week-idx)
                       " " rpt-rank-disp
                       " " rpt-hms-last
                       " " rpt-hms
                       "   " rpt-pct-disp "%"
                       " " rpt-over-disp
                       " " wk-max-date(week-idx)
                       " " wk-max-job(week-idx)
               end-if
           end-perform

           display "CBLBWR R  ==== End weekly job elapsed time ===="

           exit.

      /-----------------------------------------------------------------
      * bwr-report-projection -- Fit a straight line through each
      * report week's longest job and project the date the line
      * reaches the limit
      *-----------------------------------------------------------------
       bwr-report-projection.

           display "CBLBWR R  ==== Batch window projection ===="

           move ZERO to fit-points fit-sum-x fit-sum-y
           move ZERO to fit-sum-xx fit-sum-xy
           set FIT_LAST_OVER to FALSE
           perform varying week-idx from week-first-row by 1
               until week-idx > week-sum-count
               if wk-jobs(week-idx) > ZERO
                   compute bwr-date-int = function integer-of-date
                       (function numval(wk-max-date(week-idx)))
                   if fit-points = ZERO
                       move bwr-date-int to fit-base-day
                   end-if
                   move bwr-date-int to fit-last-day
                   compute fit-x = bwr-date-int - fit-base-day
                   add 1 to fit-points
                   add fit-x to fit-sum-x
                   add wk-max-cs(week-idx) to fit-sum-y
                   compute fit-sum-xx = fit-sum-xx + fit-x * fit-x
                   compute fit-sum-xy =
                       fit-sum-xy + fit-x * wk-max-cs(week-idx)
                   if wk-max-cs(week-idx) > limit-cs
                       set FIT_LAST_OVER to TRUE
                   else
                       set FIT_LAST_OVER to FALSE
                   end-if
               end-if
           end-perform

           if FIT_LAST_OVER
               move 4 to return-code
               display "CBLBWR R  the latest week's longest job has"
                   " already run past the limit."
               perform bwr-report-projection-end
               exit paragraph
           end-if

           compute fit-denom =
               fit-points * fit-sum-xx - fit-sum-x * fit-sum-x
           if fit-points < 2 or fit-denom = ZERO
               display "CBLBWR R  too few weeks of jobs on file to"
                   " project a trend."
               perform bwr-report-projection-end
               exit paragraph
           end-if

           compute fit-numer =
               fit-points * fit-sum-xy - fit-sum-x * fit-sum-y
           compute fit-slope rounded = fit-numer / fit-denom
           compute fit-intercept rounded =
               (fit-sum-y - fit-slope * fit-sum-x) / fit-points

           *> the trend in seconds per week
           compute rpt-slope-disp rounded = fit-slope * 7 / 100
           display "CBLBWR R  the longest job's elapsed time is"
               " changing by " function trim(rpt-slope-disp)
               " second(s) a week."

           if fit-slope not > ZERO
               display "CBLBWR R  the trend is flat or falling, no"
                   " crossing of the limit is projected."
               perform bwr-report-projection-end
               exit paragraph
           end-if

           compute fit-cross-x rounded =
               (limit-cs - fit-intercept) / fit-slope
               on size error
                   move 999999999999999 to fit-cross-x
           end-compute
           if fit-base-day + fit-cross-x >
                   fit-last-day + FIT_HORIZON_DAYS
               compute rpt-count-disp = FIT_HORIZON_DAYS / 365
               display "CBLBWR R  at this rate the limit is not"
                   " projected to be reached within "
                   function trim(rpt-count-disp) " year(s)."
               perform bwr-report-projection-end
               exit paragraph
           end-if
           compute fit-cross-day = fit-base-day + fit-cross-x
           if fit-cross-day <= fit-last-day
               compute fit-cross-day = fit-last-day + 1
           end-if
           compute fit-cross-date =
               function date-of-integer(fit-cross-day)
           move fit-cross-date to tm-start-date
           perform bwr-week-of
           compute avg-cs = fit-cross-day - fit-last-day
           move avg-cs to rpt-count-disp
           display "CBLBWR R  at this rate the limit is reached"
               " around " fit-cross-date
               " (week " bwr-week-key "), "
               function trim(rpt-count-disp)
               " day(s) after the latest week's longest job."

           perform bwr-report-projection-end

           exit.

      /-----------------------------------------------------------------
      * bwr-report-projection-end -- Close the projection section
      *-----------------------------------------------------------------
       bwr-report-projection-end.

           display "CBLBWR R  ==== End batch window projection ===="

           exit.

      /-----------------------------------------------------------------
      * bwr-format-hms -- Edit hms-cs hundredths as hhh:mm:ss in
      * rpt-hms
      *-----------------------------------------------------------------
       bwr-format-hms.

           compute hms-secs = hms-cs / 100
           if hms-secs > 3599999
               move 3599999 to hms-secs
           end-if
           compute hms-hours = hms-secs / 3600
           compute hms-minutes = function mod(hms-secs, 3600) / 60
           compute hms-seconds = function mod(hms-secs, 60)

           exit.

      /-----------------------------------------------------------------
      * get-errnos -- Retrieve C/C++ library errno and errno2 (errnojr)
      *-----------------------------------------------------------------
       get-errnos.

           call "__errno"  returning errno-ptr
           set address of errno to errno-ptr
           call "__errno2" returning errno2

           exit.

       end program "CBLBWR".
