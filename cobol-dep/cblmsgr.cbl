      *-----------------------------------------------------------------
      * :title Compiler message history report for the compiler exits
      *
      * :(abstract
      * Companion utility to the CBLSRCX compiler exit. The exit
      * appends one record per compiler message found in the listing,
      * and one per compile unit with its warning count, to a
      * cumulative message history file (MSGHIST=path on the exit
      * parm); this program reads that file back and reports on it:
      * message numbers ranked by frequency across the whole
      * portfolio, each program's warning count week by week, and the
      * programs whose warnings went up since their previous compile
      * -- so warning-level technical debt can be tracked and burned
      * down across nightly runs. It uses the same C/C++
      * fopen/fread/fclose runtime functions as the exit.
      * :)abstract
      *
      *-----------------------------------------------------------------
      * Usage Notes:
      * - the message history file is read from ddname MSGHIST unless
      *   a FILE=path token names it directly
      * - the parm is KEY=VALUE tokens, comma separated, the same
      *   syntax as the exit parm eg. PARM='TOP=10,WEEKS=4'
      * - PROGRAM=name limits all three sections to that program's
      *   records
      * - TOP=n is the number of message numbers ranked (default 20)
      * - WEEKS=n is the number of most recent weeks shown across the
      *   weekly warnings section (default 8, at most 12); weeks are
      *   calendar weeks counted within the year (days 1-7 are week
      *   01), labelled yyyyww, the same as CBLACTR; a program's
      *   figure for a week is the warning count of its last compile
      *   in that week, "-" when it was not compiled that week, and
      *   the total is the sum of those figures
      * - a compile is one job's "*UNIT*" record for a program; the
      *   last section compares each program's last two compiles
      *-----------------------------------------------------------------
      * Changes:
      * 2026/10/15  Initial version alongside the exit's MSGHIST=
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
       program-id. "CBLMSGR".
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
       77  select-program    pic x(30) value spaces.
       77  select-wanted     pic x(1) value "N".
           88 SELECT_WANTED    value "Y" false is "N".
       77  msghist-path      pic x(65) value spaces.
       77  top-count         pic s9(4) comp-5 value 20.
       77  WEEK_COLS_MAX     pic s9(4) comp-5 value 12.
       77  week-cols         pic s9(4) comp-5 value 8.

      *> one fixed 80-byte record per message occurrence, or per
      *> compile unit with mh-message "*UNIT*", the same layout
      *> CBLSRCX writes
       1   msghist-record.
        2  mh-date           pic x(8).
        2  filler            pic x(1).
        2  mh-time           pic x(6).
        2  filler            pic x(1).
        2  mh-job            pic x(8).
        2  filler            pic x(1).
        2  mh-program        pic x(30).
        2  filler            pic x(1).
        2  mh-message        pic x(9).
        2  filler            pic x(1).
        2  mh-severity       pic x(1).
        2  filler            pic x(1).
        2  mh-warnings       pic 9(5).
        2  filler            pic x(7).
       77  MH_UNIT_MARKER    pic x(9) value "*UNIT*".

      *> per-message-number roll-up
       77  MSG_SUM_SIZE      pic s9(4) comp-5 value 1000.
       77  msg-sum-count     pic s9(4) comp-5 value 0.
       77  msg-full-warned   pic s9(4) comp-5 value 0.
           88 MSG_FULL_WARNED   value 1 false is ZERO.
       1   msg-sum-table.
        2  msg-sum-entry     occurs 1000. *> MSG_SUM_SIZE
         3 ms-message        pic x(9).
         3 ms-severity       pic x(1).
         3 ms-count          pic s9(9) comp-5.
         3 ms-ranked         pic x(1).

      *> every week seen, in first-seen (chronological) order; the
      *> last week-cols of them are the report's columns
       77  WEEK_SUM_SIZE     pic s9(4) comp-5 value 520.
       77  week-sum-count    pic s9(4) comp-5 value 0.
       77  week-full-warned  pic s9(4) comp-5 value 0.
           88 WEEK_FULL_WARNED  value 1 false is ZERO.
       1   week-sum-table.
        2  wk-key            occurs 520 pic 9(6). *> WEEK_SUM_SIZE
       77  week-first-col    pic s9(4) comp-5 value 1.

      *> per-program roll-up: the warning count of its last compile
      *> in each report week (-1: not compiled that week), and the
      *> warning counts of its last two compiles
       77  PROG_SUM_SIZE     pic s9(4) comp-5 value 500.
       77  prog-sum-count    pic s9(4) comp-5 value 0.
       77  prog-full-warned  pic s9(4) comp-5 value 0.
           88 PROG_FULL_WARNED  value 1 false is ZERO.
       1   prog-sum-table.
        2  prog-sum-entry    occurs 500. *> PROG_SUM_SIZE
         3 sum-program       pic x(30).
         3 sum-week-warn     occurs 12 pic s9(9) comp-5.
         3 sum-compiles      pic s9(9) comp-5.
         3 sum-last-warn     pic s9(9) comp-5.
         3 sum-last-date     pic x(8).
         3 sum-last-job      pic x(8).
         3 sum-prev-warn     pic s9(9) comp-5.
         3 sum-prev-date     pic x(8).
         3 sum-prev-job      pic x(8).
       1   week-total-table.
        2  total-week-warn   occurs 12 pic s9(9) comp-5.

       77  record-count      pic s9(9) comp-5 value 0.
       77  skipped-count     pic s9(9) comp-5 value 0.
       77  message-count     pic s9(9) comp-5 value 0.
       77  compile-count     pic s9(9) comp-5 value 0.
      *
       local-storage section.
       77  errno-ptr         pointer.
       77  errno2            pic 9(9) comp-5.
       77  msghist-ptr       pointer.
       77  msghist-filename  pic x(100).
       77  file-status       pic s9(9) comp-5.
       77  msg-idx           pic s9(4) comp-5.
       77  best-idx          pic s9(4) comp-5.
       77  rank-idx          pic s9(4) comp-5.
       77  sum-idx           pic s9(4) comp-5.
       77  sum-found         pic s9(4) comp-5.
           88 SUM_FOUND      value 1 false is ZERO.
       77  week-idx          pic s9(4) comp-5.
       77  week-col          pic s9(4) comp-5.
       77  rising-count      pic s9(9) comp-5.

      *> which pass msgr-scan is making: 1 collects the weeks, 2
      *> tallies
       77  msgr-pass         pic s9(4) comp-5.

      *> calendar-week derivation scratch
       77  msgr-date-int     pic s9(9) comp-5.
       77  msgr-yyyyddd      pic 9(7).
       77  msgr-year         pic 9(4).
       77  msgr-ddd          pic 9(3).
       77  msgr-week         pic 9(2).
       77  msgr-week-key     pic 9(6).

      *> report scratch
       77  rpt-line          pic x(132).
       77  rpt-ptr           pic s9(4) comp-5.
       77  rpt-rank-disp     pic zzz9.
       77  rpt-count-disp    pic zzzzzzz9.
       77  rpt-warn-disp     pic zzzzz9.
       77  rpt-delta-disp    pic +++++9.

      *> msgr-scan loop control -- re-initialized on every call
       77  msgr-scan-done    pic s9(4) comp-5 value 0.
           88 MSGR_SCAN_DONE   value 1 false is ZERO.
       77  msgr-open-failed  pic s9(4) comp-5 value 0.
           88 MSGR_OPEN_FAILED value 1 false is ZERO.
       77  when-compiled-pic pic 9999/99/99B99,99,99.
       77  when-compiled-str redefines when-compiled-pic
                             pic x(19).
      *
      *> working storage for parsing the parm into KEY=VALUE tokens,
      *> comma separated eg. "TOP=10,FILE=msghist.db"
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
           display "CBLMSGR I  Compiled " when-compiled-str "."

           perform msgr-parse-parm

           if SELECT_WANTED
               display "CBLMSGR I  limiting the report to program "
                   function trim(select-program) "."
           end-if

           *> the weekly columns are the last weeks in the file, so
           *> the weeks are collected before anything is tallied
           move 1 to msgr-pass
           perform msgr-scan
           if MSGR_OPEN_FAILED
               goback
           end-if

           if week-sum-count > week-cols
               compute week-first-col = week-sum-count - week-cols + 1
           else
               move 1 to week-first-col
           end-if

           move 2 to msgr-pass
           perform msgr-scan
           perform msgr-total-weeks

           perform msgr-report-ranking
           perform msgr-report-weeks
           perform msgr-report-rising

           display "CBLMSGR I  " record-count " record(s) read: "
               message-count " message(s), "
               compile-count " compile(s), "
               skipped-count " malformed record(s) skipped."

           goback.

      /-----------------------------------------------------------------
      * msgr-parse-parm -- Break the parm into KEY=VALUE tokens, the
      * same comma-separated syntax the exits use
      *-----------------------------------------------------------------
       msgr-parse-parm.

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
               perform msgr-parse-parm-token
           end-perform

           exit.

      /-----------------------------------------------------------------
      * msgr-parse-parm-token -- Apply one KEY=VALUE parm token
      *-----------------------------------------------------------------
       msgr-parse-parm-token.

           move spaces to parm-key
           move spaces to parm-val
           unstring parm-one-tok delimited by "="
               into parm-key parm-val
           end-unstring

           evaluate function trim(parm-key)

               when "PROGRAM"
                   move spaces to select-program
                   move function trim(parm-val) to select-program
                   if select-program not = spaces
                       set SELECT_WANTED to TRUE
                   end-if

               when "FILE"
                   move spaces to msghist-path
                   move function trim(parm-val) to msghist-path

               when "TOP"
                   if function test-numval(parm-val) = ZERO
                       compute top-count = function numval(parm-val)
                   end-if
                   if top-count < 1
                       move 1 to top-count
                   end-if

               when "WEEKS"
                   if function test-numval(parm-val) = ZERO
                       compute week-cols = function numval(parm-val)
                   end-if
                   if week-cols < 1
                       move 1 to week-cols
                   end-if
                   if week-cols > WEEK_COLS_MAX
                       move WEEK_COLS_MAX to week-cols
                   end-if

               when other
                   continue

           end-evaluate

           exit.

      /-----------------------------------------------------------------
      * msgr-scan -- Read the message history file through once:
      * pass 1 collects the weeks, pass 2 tallies every record
      *-----------------------------------------------------------------
       msgr-scan.

           *> default to the MSGHIST ddname unless FILE=path named
           *> the file directly
           move spaces to msghist-filename
           if msghist-path = spaces
               string
                   "//DD:MSGHIST"
                   x'00' delimited by size
                   into msghist-filename
               end-string
           else
               string
                   function trim(msghist-path)
                       delimited by size
                   x'00' delimited by size
                   into msghist-filename
                   on overflow
                       display "CBLMSGR E  "
                           function trim(msghist-path)
                           " overflowed the filename buffer."
                       set MSGR_OPEN_FAILED to TRUE
                       exit paragraph
               end-string
           end-if

           call "fopen" using
               msghist-filename
               by content z"rb,type=record"
           returning msghist-ptr

           if msghist-ptr = NULL then
               perform get-errnos
               display "CBLMSGR E  unable to open the message"
                   " history file, "
                   "errno=" errno ","
                   "errno2=" hex-of(errno2)
               set MSGR_OPEN_FAILED to TRUE
               exit paragraph
           end-if

           set MSGR_SCAN_DONE to FALSE
           perform until MSGR_SCAN_DONE
               move spaces to msghist-record
               call "fread" using by value
                   address of msghist-record
                   1
                   length of msghist-record
                   msghist-ptr
               returning file-status

               if file-status = ZERO
                   set MSGR_SCAN_DONE to TRUE
               else
                   if msgr-pass = 1
                       perform msgr-note-week
                   else
                       add 1 to record-count
                       perform msgr-tally-record
                   end-if
               end-if
           end-perform

           call "fclose" using by value
               msghist-ptr
           returning file-status

           exit.

      /-----------------------------------------------------------------
      * msgr-week-of -- Derive the yyyyww calendar-week key of the
      * record's date into msgr-week-key, the same way CBLACTR does
      *-----------------------------------------------------------------
       msgr-week-of.

           compute msgr-date-int =
               function integer-of-date(function numval(mh-date))
           compute msgr-yyyyddd =
               function day-of-integer(msgr-date-int)
           compute msgr-year = msgr-yyyyddd / 1000
           compute msgr-ddd =
               function mod(msgr-yyyyddd, 1000)
           compute msgr-week = (msgr-ddd - 1) / 7 + 1
           compute msgr-week-key = msgr-year * 100 + msgr-week

           exit.

      /-----------------------------------------------------------------
      * msgr-note-week -- Pass 1: add the record's week to the week
      * list if it is new. The file is appended chronologically, so
      * a new week is almost always the last one listed.
      *-----------------------------------------------------------------
       msgr-note-week.

           if mh-date not numeric
               exit paragraph
           end-if

           perform msgr-week-of

           if week-sum-count > ZERO
               if wk-key(week-sum-count) = msgr-week-key
                   exit paragraph
               end-if
           end-if

           perform varying week-idx from 1 by 1
               until week-idx > week-sum-count
               if wk-key(week-idx) = msgr-week-key
                   exit paragraph
               end-if
           end-perform

           if week-sum-count < WEEK_SUM_SIZE
               add 1 to week-sum-count
               move msgr-week-key to wk-key(week-sum-count)
           else
               if not WEEK_FULL_WARNED
                   display "CBLMSGR W  more than " WEEK_SUM_SIZE
                       " distinct weeks, later weeks are not"
                       " reported."
                   set WEEK_FULL_WARNED to TRUE
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * msgr-tally-record -- Pass 2: fold the record just read into
      * the roll-ups; a record whose date or count doesn't parse (a
      * short write, or a hand-edited file) is counted and skipped
      * rather than abending the report
      *-----------------------------------------------------------------
       msgr-tally-record.

           if mh-date not numeric or
              mh-warnings not numeric
               add 1 to skipped-count
               exit paragraph
           end-if

           if SELECT_WANTED and mh-program not = select-program
               exit paragraph
           end-if

           perform msgr-tally-program
           if not SUM_FOUND
               exit paragraph
           end-if

           if mh-message = MH_UNIT_MARKER
               add 1 to compile-count
               perform msgr-tally-compile
               perform msgr-tally-week
           else
               add 1 to message-count
               perform msgr-tally-message
           end-if

           exit.

      /-----------------------------------------------------------------
      * msgr-tally-program -- Locate (or create) this program's
      * roll-up entry in sum-idx; not SUM_FOUND when the table is full
      *-----------------------------------------------------------------
       msgr-tally-program.

           set SUM_FOUND to FALSE
           perform varying sum-idx from 1 by 1
               until sum-idx > prog-sum-count
               if sum-program(sum-idx) = mh-program
                   set SUM_FOUND to TRUE
                   exit perform
               end-if
           end-perform

           if not SUM_FOUND
               if prog-sum-count < PROG_SUM_SIZE
                   add 1 to prog-sum-count
                   move prog-sum-count to sum-idx
                   move mh-program to sum-program(sum-idx)
                   perform varying week-col from 1 by 1
                       until week-col > WEEK_COLS_MAX
                       move -1 to sum-week-warn(sum-idx, week-col)
                   end-perform
                   move ZERO   to sum-compiles(sum-idx)
                   move ZERO   to sum-last-warn(sum-idx)
                   move spaces to sum-last-date(sum-idx)
                   move spaces to sum-last-job(sum-idx)
                   move ZERO   to sum-prev-warn(sum-idx)
                   move spaces to sum-prev-date(sum-idx)
                   move spaces to sum-prev-job(sum-idx)
                   set SUM_FOUND to TRUE
               else
                   if not PROG_FULL_WARNED
                       display "CBLMSGR W  more than " PROG_SUM_SIZE
                           " distinct programs, later programs are"
                           " not reported."
                       set PROG_FULL_WARNED to TRUE
                   end-if
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * msgr-tally-message -- Count the occurrence against its message
      * number
      *-----------------------------------------------------------------
       msgr-tally-message.

           perform varying msg-idx from 1 by 1
               until msg-idx > msg-sum-count
               if ms-message(msg-idx) = mh-message
                   add 1 to ms-count(msg-idx)
                   exit paragraph
               end-if
           end-perform

           if msg-sum-count < MSG_SUM_SIZE
               add 1 to msg-sum-count
               move mh-message  to ms-message(msg-sum-count)
               move mh-severity to ms-severity(msg-sum-count)
               move 1           to ms-count(msg-sum-count)
               move "N"         to ms-ranked(msg-sum-count)
           else
               if not MSG_FULL_WARNED
                   display "CBLMSGR W  more than " MSG_SUM_SIZE
                       " distinct message numbers, later ones are"
                       " not ranked."
                   set MSG_FULL_WARNED to TRUE
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * msgr-tally-week -- A "*UNIT*" record's warning count becomes
      * its program's figure for the week, when the week is one of the
      * report's columns; the file is in time order, so the week ends
      * up holding its last compile's count however often the program
      * was compiled in it
      *-----------------------------------------------------------------
       msgr-tally-week.

           perform msgr-week-of

           perform varying week-idx from week-first-col by 1
               until week-idx > week-sum-count
               if wk-key(week-idx) = msgr-week-key
                   compute week-col = week-idx - week-first-col + 1
                   move mh-warnings to sum-week-warn(sum-idx, week-col)
                   exit perform
               end-if
           end-perform

           exit.

      /-----------------------------------------------------------------
      * msgr-total-weeks -- Once every record is tallied, add up the
      * programs' weekly figures into the portfolio total for each
      * week, leaving out the programs not compiled that week
      *-----------------------------------------------------------------
       msgr-total-weeks.

           perform varying week-col from 1 by 1
               until week-col > WEEK_COLS_MAX
               move ZERO to total-week-warn(week-col)
               perform varying sum-idx from 1 by 1
                   until sum-idx > prog-sum-count
                   if sum-week-warn(sum-idx, week-col) > ZERO
                       add sum-week-warn(sum-idx, week-col)
                           to total-week-warn(week-col)
                   end-if
               end-perform
           end-perform

           exit.

      /-----------------------------------------------------------------
      * msgr-tally-compile -- A "*UNIT*" record closes one compile of
      * the program: shift its last compile back to previous
      *-----------------------------------------------------------------
       msgr-tally-compile.

           add 1 to sum-compiles(sum-idx)
           move sum-last-warn(sum-idx) to sum-prev-warn(sum-idx)
           move sum-last-date(sum-idx) to sum-prev-date(sum-idx)
           move sum-last-job(sum-idx)  to sum-prev-job(sum-idx)
           move mh-warnings to sum-last-warn(sum-idx)
           move mh-date     to sum-last-date(sum-idx)
           move mh-job      to sum-last-job(sum-idx)

           exit.

      /-----------------------------------------------------------------
      * msgr-report-ranking -- The TOP= most frequent message numbers
      * across the portfolio, most frequent first
      *-----------------------------------------------------------------
       msgr-report-ranking.

           display "CBLMSGR R  ==== Messages by frequency ===="
           display "CBLMSGR R  RANK MESSAGE   SEV  OCCURRENCES"

           perform varying rank-idx from 1 by 1
               until rank-idx > top-count or rank-idx > msg-sum-count

               move ZERO to best-idx
               perform varying msg-idx from 1 by 1
                   until msg-idx > msg-sum-count
                   if ms-ranked(msg-idx) = "N"
                       if best-idx = ZERO
                           move msg-idx to best-idx
                       else
                           if ms-count(msg-idx) > ms-count(best-idx)
                               move msg-idx to best-idx
                           end-if
                       end-if
                   end-if
               end-perform
               move "Y" to ms-ranked(best-idx)

               move rank-idx to rpt-rank-disp
               move ms-count(best-idx) to rpt-count-disp
               display "CBLMSGR R  " rpt-rank-disp
                   " " ms-message(best-idx)
                   "  " ms-severity(best-idx)
                   "     " rpt-count-disp

           end-perform
           display "CBLMSGR R  ==== End messages by frequency ===="

           exit.

      /-----------------------------------------------------------------
      * msgr-report-weeks -- Each program's warning count in each of
      * the last WEEKS= weeks, then the portfolio total, so the trend
      * reads left to right
      *-----------------------------------------------------------------
       msgr-report-weeks.

           display "CBLMSGR R  ==== Warnings by program and week ===="

           move spaces to rpt-line
           move 1 to rpt-ptr
           string "PROGRAM" delimited by size
               into rpt-line with pointer rpt-ptr
           end-string
           move 31 to rpt-ptr
           perform varying week-idx from week-first-col by 1
               until week-idx > week-sum-count
               string " " wk-key(week-idx) delimited by size
                   into rpt-line with pointer rpt-ptr
               end-string
           end-perform
           display "CBLMSGR R  " function trim(rpt-line trailing)

           perform varying sum-idx from 1 by 1
               until sum-idx > prog-sum-count
               move spaces to rpt-line
               move sum-program(sum-idx) to rpt-line(1:30)
               move 31 to rpt-ptr
               perform varying week-idx from week-first-col by 1
                   until week-idx > week-sum-count
                   compute week-col = week-idx - week-first-col + 1
                   if sum-week-warn(sum-idx, week-col) < ZERO
                       string "      -" delimited by size
                           into rpt-line with pointer rpt-ptr
                       end-string
                   else
                       move sum-week-warn(sum-idx, week-col)
                           to rpt-warn-disp
                       string " " rpt-warn-disp delimited by size
                           into rpt-line with pointer rpt-ptr
                       end-string
                   end-if
               end-perform
               display "CBLMSGR R  " function trim(rpt-line trailing)
           end-perform

           move spaces to rpt-line
           move "*TOTAL*" to rpt-line(1:30)
           move 31 to rpt-ptr
           perform varying week-idx from week-first-col by 1
               until week-idx > week-sum-count
               compute week-col = week-idx - week-first-col + 1
               move total-week-warn(week-col) to rpt-warn-disp
               string " " rpt-warn-disp delimited by size
                   into rpt-line with pointer rpt-ptr
               end-string
           end-perform
           display "CBLMSGR R  " function trim(rpt-line trailing)

           display "CBLMSGR R  ==== End warnings by program and"
               " week ===="

           exit.

      /-----------------------------------------------------------------
      * msgr-report-rising -- Programs whose last compile drew more
      * warnings than the compile before it
      *-----------------------------------------------------------------
       msgr-report-rising.

           move ZERO to rising-count
           display "CBLMSGR R  ==== Warnings up since the previous"
               " compile ===="
           display "CBLMSGR R  PROGRAM                        "
               "   PREV DATE     JOB        LAST DATE     JOB     "
               " CHANGE"

           perform varying sum-idx from 1 by 1
               until sum-idx > prog-sum-count
               if sum-compiles(sum-idx) >= 2 and
                  sum-last-warn(sum-idx) > sum-prev-warn(sum-idx)
                   add 1 to rising-count
                   move sum-prev-warn(sum-idx) to rpt-warn-disp
                   move spaces to rpt-line
                   string
                       sum-program(sum-idx) delimited by size
                       " " rpt-warn-disp delimited by size
                       " " sum-prev-date(sum-idx) delimited by size
                       " " sum-prev-job(sum-idx) delimited by size
                       into rpt-line
                   end-string
                   move sum-last-warn(sum-idx) to rpt-warn-disp
                   compute rpt-delta-disp =
                       sum-last-warn(sum-idx) - sum-prev-warn(sum-idx)
                   display "CBLMSGR R  " rpt-line(1:55)
                       " " rpt-warn-disp
                       " " sum-last-date(sum-idx)
                       " " sum-last-job(sum-idx)
                       " " rpt-delta-disp
               end-if
           end-perform

           display "CBLMSGR R  " rising-count " program(s) with more"
               " warnings than at their previous compile."
           display "CBLMSGR R  ==== End warnings up since the previous"
               " compile ===="

           exit.

      /-----------------------------------------------------------------
      * get-errnos -- Retrieve C/C++ library errno and errno2 (errnojr)
      *-----------------------------------------------------------------
       get-errnos.

           call "__errno"  returning errno-ptr
           set address of errno to errno-ptr
           call "__errno2" returning errno2

           exit.

       end program "CBLMSGR".
