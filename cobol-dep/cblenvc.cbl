      *-----------------------------------------------------------------
      * :title Environment-to-environment copybook comparison
      *
      * :(abstract
      * Companion utility to the CBLSRCX/MEXIT compiler exits. The
      * exits keep a fingerprint file per compile environment
      * (FPRINT=path on the exit parm) holding each copybook's record
      * count and content hash; this program reads the fingerprint
      * files of two or more environments -- DEV, TEST and PROD, say
      * -- and reports every library/member whose record count or
      * hash differs between them and every member present in one
      * environment but not another, as an objective check before a
      * release is promoted. Given the target environment's
      * where-used database as well, it lists under each differing
      * member the programs in the target that would be affected by
      * promoting it, following the *EDGE* nesting records as CBLWUQ
      * IMPACT= does. It uses the same C/C++ fopen/flocate/fread/
      * fclose runtime functions as the exits.
      * :)abstract
      *
      *-----------------------------------------------------------------
      * Usage Notes:
      * - the parm is KEY=VALUE tokens, comma separated, the same
      *   syntax as the exit parm eg.
      *   PARM='ENV=TEST,ENV=PROD,TARGET=PROD'
      * - ENV=name:path names one environment and its fingerprint
      *   file, up to 8 of them, in the order they are to be shown;
      *   ENV=name alone reads the file at ddname name (eg. ENV=PROD
      *   reads //DD:PROD). At least two are needed.
      * - TARGET=name is the environment being promoted into (default
      *   the last ENV= given); it is flagged on the report and its
      *   where-used database is the one searched
      * - WHEREUSED=path names the member alternate index path of the
      *   target environment's where-used KSDS (the path CBLWUQ reads
      *   at ddname WHEREUSX); without it no affected programs are
      *   listed
      * - a member differs when the environments holding it do not
      *   all have the same record count and hash; a member is
      *   missing when some environment does not hold it at all
      * - return code 4 means differences or missing members were
      *   found, or the report is incomplete (a table overflowed or
      *   the where-used index could not be read); 8 means fewer than
      *   two environments, an unknown TARGET=, or a fingerprint file
      *   that could not be read
      *-----------------------------------------------------------------
      * Changes:
      * 2026/10/15  Initial version.
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
       program-id. "CBLENVC".
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
      *> the environments compared, set from the ENV= parm tokens
       77  ENV_SIZE          pic s9(4) comp-5 value 8.
       77  env-count         pic s9(4) comp-5 value 0.
       77  env-full-warned   pic s9(4) comp-5 value 0.
           88 ENV_FULL_WARNED  value 1 false is ZERO.
       1   env-table.
        2  env-entry         occurs 8. *> ENV_SIZE
         3 env-name          pic x(8).
         3 env-path          pic x(65).
         3 env-records       pic s9(9) comp-5.
       77  target-name       pic x(8) value spaces.
       77  target-idx        pic s9(4) comp-5 value 0.
       77  whereused-path    pic x(65) value spaces.

      *> one fixed 64-byte record per member in a fingerprint file,
      *> the same layout CBLSRCX and MEXIT write
       1   fprint-record.
        2  fprint-library    pic x(8).
        2  filler            pic x(1).
        2  fprint-member     pic x(32).
        2  filler            pic x(1).
        2  fprint-count      pic 9(9).
        2  filler            pic x(1).
        2  fprint-hash       pic 9(9).
        2  filler            pic x(3).

      *> every library/member found in any environment, kept in
      *> library+member order so each lookup is a binary search, with
      *> its record count and hash in each environment
       77  MEMBER_SIZE       pic s9(9) comp-5 value 5000.
       77  member-count      pic s9(9) comp-5 value 0.
       77  member-full-warned pic s9(4) comp-5 value 0.
           88 MEMBER_FULL_WARNED value 1 false is ZERO.
       1   member-table.
        2  member-entry      occurs 5000. *> MEMBER_SIZE
         3 mt-key.
          4 mt-library       pic x(8).
          4 mt-member        pic x(32).
         3 mt-differs        pic x(1).
         3 mt-missing        pic x(1).
         3 mt-env            occurs 8. *> ENV_SIZE
          4 mt-present       pic x(1).
          4 mt-reccnt        pic 9(9).
          4 mt-hash          pic 9(9).

      *> one fixed 112-byte record per program x copybook pair, the
      *> same layout CBLSRCX and MEXIT write to the where-used KSDS,
      *> read here through its member alternate index
       1   whereused-record.
        2  wu-program        pic x(30).
        2  filler            pic x(1).
        2  wu-library        pic x(8).
        2  filler            pic x(1).
        2  wu-member         pic x(32).
        2  filler            pic x(1).
        2  wu-first-date     pic x(8).
        2  filler            pic x(1).
        2  wu-first-job      pic x(8).
        2  filler            pic x(1).
        2  wu-last-date      pic x(8).
        2  filler            pic x(1).
        2  wu-last-job       pic x(8).
        2  filler            pic x(4).

      *> copybook-to-copybook nesting edges share the file as a
      *> second record type, flagged by "*EDGE*" leading the program
      *> field, with the child where a pair has its member
       1   whereused-edge-record redefines whereused-record.
        2  we-marker         pic x(6).
        2  filler            pic x(1).
        2  we-parent         pic x(32).
        2  filler            pic x(1).
        2  we-child          pic x(32).
        2  filler            pic x(40).
       77  WE_EDGE_MARKER    pic x(6) value "*EDGE*".

      *> flocate search option -- stdio.h numbers __KEY_EQ 4 among
      *> __RBA_EQ 1, __KEY_FIRST 2, __KEY_LAST 3, __KEY_EQ_BWD 5,
      *> __KEY_GE 6 and __RBA_EQ_BWD 7
       77  FLOCATE_KEY_EQ    pic s9(9) comp-5 value 4.

      *> the where-used index, opened once when WHEREUSED= names it
       77  whereused-ptr     pointer value NULL.
       77  whereused-failed  pic s9(4) comp-5 value 0.
           88 WHEREUSED_FAILED value 1 false is ZERO.

      *> the members affected by one differing member, grown as the
      *> alternate index turns up each affected member's parents,
      *> and the programs already listed for it
       77  AFFECTED_SIZE     pic s9(4) comp-5 value 200.
       77  affected-count    pic s9(4) comp-5 value 0.
       77  affected-full-warned pic s9(4) comp-5 value 0.
           88 AFFECTED_FULL_WARNED value 1 false is ZERO.
       1   affected-table.
        2  affected-member   occurs 200 pic x(32). *> AFFECTED_SIZE
       77  SEEN_SIZE         pic s9(4) comp-5 value 500.
       77  seen-count        pic s9(4) comp-5 value 0.
       77  seen-full-warned  pic s9(4) comp-5 value 0.
           88 SEEN_FULL_WARNED  value 1 false is ZERO.
       1   seen-table.
        2  seen-program      occurs 500 pic x(30). *> SEEN_SIZE

      *> report tallies
       77  differ-count      pic s9(9) comp-5 value 0.
       77  missing-count     pic s9(9) comp-5 value 0.
       77  affected-total    pic s9(9) comp-5 value 0.
      *
       local-storage section.
       77  errno-ptr         pointer.
       77  errno2            pic 9(9) comp-5.
       77  fprint-ptr        pointer.
       77  fprint-filename   pic x(100).
       77  whereused-filename pic x(100).
       77  file-status       pic s9(9) comp-5.
       77  env-idx           pic s9(4) comp-5.
       77  ref-idx           pic s9(4) comp-5.
       77  mt-idx            pic s9(9) comp-5.
       77  shift-idx         pic s9(9) comp-5.
       77  aff-idx           pic s9(4) comp-5.
       77  chk-idx           pic s9(4) comp-5.
       77  present-count     pic s9(4) comp-5.
       77  program-hits      pic s9(9) comp-5.

      *> binary search over the member table
       1   probe-key.
        2  probe-library     pic x(8).
        2  probe-member      pic x(32).
       77  probe-lo          pic s9(9) comp-5.
       77  probe-hi          pic s9(9) comp-5.
       77  probe-mid         pic s9(9) comp-5.
       77  probe-hit         pic s9(4) comp-5.
           88 PROBE_HIT      value 1 false is ZERO.

      *> fingerprint load and where-used scan loop control
       77  load-done         pic s9(4) comp-5 value 0.
           88 LOAD_DONE      value 1 false is ZERO.
       77  scan-done         pic s9(4) comp-5 value 0.
           88 SCAN_DONE      value 1 false is ZERO.
       77  scan-key          pic x(32).
       77  scan-key-len      pic s9(9) comp-5.
       77  impact-probe      pic x(32).

      *> report line building
       77  rpt-line          pic x(132).
       77  rpt-ptr           pic s9(4) comp-5.
       77  rpt-count-disp    pic z(8)9.
       77  rpt-hash-disp     pic 9(9).
       77  when-compiled-pic pic 9999/99/99B99,99,99.
       77  when-compiled-str redefines when-compiled-pic
                             pic x(19).
      *
      *> working storage for parsing the parm into KEY=VALUE tokens,
      *> comma separated eg. "ENV=TEST,ENV=PROD:FPPROD,TARGET=PROD"
       77  parm-work         pic x(256).
       77  parm-ptr          pic s9(9) comp-5.
       77  parm-one-tok      pic x(128).
       77  parm-key          pic x(32).
       77  parm-val          pic x(96).
       77  list-ptr          pic s9(9) comp-5.
       77  list-one          pic x(8).
       linkage section.
       1   parm.
        2  parm-length       pic s9(4) comp-5.
        2  parm-data         pic x(256).

       77  errno             pic s9(9) comp-5.
      /*****************************************************************
      * main
      ******************************************************************
       procedure division using parm.

           perform query-parse-parm

           move function when-compiled(1:14) to when-compiled-pic
           inspect when-compiled-str replacing all "," by ":"
           display "CBLENVC I  Compiled " when-compiled-str "."

           if env-count < 2
               display "CBLENVC E  at least two ENV=name:path tokens"
                   " are needed on the parm, nothing to compare."
               move 8 to return-code
               goback
           end-if

           *> the target defaults to the last environment named
           if target-name = spaces
               move env-name(env-count) to target-name
           end-if
           perform varying env-idx from 1 by 1
               until env-idx > env-count
               if env-name(env-idx) = target-name
                   move env-idx to target-idx
               end-if
           end-perform
           if target-idx = ZERO
               display "CBLENVC E  TARGET=" function trim(target-name)
                   " is not one of the ENV= environments."
               move 8 to return-code
               goback
           end-if

           perform varying env-idx from 1 by 1
               until env-idx > env-count
               perform fprint-load
               if return-code >= 8
                   goback
               end-if
           end-perform

           display "CBLENVC I  " member-count " distinct member(s) in "
               env-count " environment(s), target "
               function trim(target-name) "."

           if whereused-path not = spaces
               perform whereused-open
           end-if

           perform compare-members
           perform report-differ
           perform report-missing

           if whereused-ptr not = NULL
               call "fclose" using by value
                   whereused-ptr
               returning file-status
           end-if

           display "CBLENVC I  " differ-count " member(s) differ, "
               missing-count " member(s) missing from an environment, "
               affected-total " affected program(s) listed."

           if (differ-count > ZERO or missing-count > ZERO)
              and return-code < 4
               move 4 to return-code
           end-if

           goback.

      /-----------------------------------------------------------------
      * query-parse-parm -- Break the parm into KEY=VALUE tokens, the
      * same comma-separated syntax the exits use
      *-----------------------------------------------------------------
       query-parse-parm.

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
               perform query-parse-parm-token
           end-perform

           exit.

      /-----------------------------------------------------------------
      * query-parse-parm-token -- Apply one KEY=VALUE parm token
      *-----------------------------------------------------------------
       query-parse-parm-token.

           move spaces to parm-key
           move spaces to parm-val
           unstring parm-one-tok delimited by "="
               into parm-key parm-val
           end-unstring

           evaluate function trim(parm-key)

               when "ENV"
                   perform query-parse-env

               when "TARGET"
                   move spaces to target-name
                   move function trim(parm-val) to target-name

               when "WHEREUSED"
                   move spaces to whereused-path
                   move function trim(parm-val) to whereused-path

               when other
                   continue

           end-evaluate

           exit.

      /-----------------------------------------------------------------
      * query-parse-env -- Add the environment of one ENV=name:path
      * token: the name runs to the first colon and the path is the
      * rest, so //DD:name and //'dsname' paths pass through whole;
      * with no path the file is read from the ddname of the same
      * name
      *-----------------------------------------------------------------
       query-parse-env.

           if env-count >= ENV_SIZE
               if not ENV_FULL_WARNED
                   display "CBLENVC W  more than " ENV_SIZE
                       " ENV= environments, the rest are ignored."
                   if return-code < 4
                       move 4 to return-code
                   end-if
                   set ENV_FULL_WARNED to TRUE
               end-if
               exit paragraph
           end-if

           move spaces to list-one
           move 1 to list-ptr
           unstring parm-val delimited by ":"
               into list-one
               with pointer list-ptr
           end-unstring
           if list-one = spaces
               exit paragraph
           end-if

           add 1 to env-count
           move list-one to env-name(env-count)
           move ZERO to env-records(env-count)
           move spaces to env-path(env-count)
           if list-ptr <= length of parm-val
               move parm-val(list-ptr:) to env-path(env-count)
           end-if
           if env-path(env-count) = spaces
               string
                   "//DD:" delimited by size
                   list-one delimited by space
                   into env-path(env-count)
               end-string
           end-if

           exit.

      /-----------------------------------------------------------------
      * fprint-load -- Read the fingerprint file of the environment
      * at env-idx into the member table; a file that can't be read
      * ends the run, since a comparison without it would report
      * every member as missing
      *-----------------------------------------------------------------
       fprint-load.

           move spaces to fprint-filename
           string
               function trim(env-path(env-idx)) delimited by size
               x'00' delimited by size
               into fprint-filename
               on overflow
                   display "CBLENVC E  "
                       function trim(env-path(env-idx))
                       " overflowed the filename buffer."
                   move 8 to return-code
                   exit paragraph
           end-string

           call "fopen" using
               fprint-filename
               by content z"rb,type=record"
           returning fprint-ptr

           if fprint-ptr = NULL then
               perform get-errnos
               display "CBLENVC E  unable to open the fingerprint"
                   " file of " function trim(env-name(env-idx)) ", "
                   function trim(env-path(env-idx)) ", "
                   "errno=" errno ","
                   "errno2=" hex-of(errno2)
               move 8 to return-code
               exit paragraph
           end-if

           set LOAD_DONE to FALSE
           perform until LOAD_DONE
               move spaces to fprint-record
               call "fread" using by value
                   address of fprint-record
                   1
                   length of fprint-record
                   fprint-ptr
               returning file-status

               if file-status = ZERO
                   set LOAD_DONE to TRUE
               else
                   add 1 to env-records(env-idx)
                   perform fprint-load-record
               end-if
           end-perform

           call "fclose" using by value
               fprint-ptr
           returning file-status

           display "CBLENVC I  " env-name(env-idx) " "
               env-records(env-idx) " member(s) from "
               function trim(env-path(env-idx))

           exit.

      /-----------------------------------------------------------------
      * fprint-load-record -- File the fingerprint just read under its
      * library/member for the environment at env-idx
      *-----------------------------------------------------------------
       fprint-load-record.

           if fprint-count is not numeric or
              fprint-hash is not numeric
               exit paragraph
           end-if

           move fprint-library to probe-library
           move fprint-member  to probe-member
           perform member-find
           if not PROBE_HIT
               perform member-insert
               if not PROBE_HIT
                   exit paragraph
               end-if
           end-if

           move "Y" to mt-present(mt-idx, env-idx)
           move fprint-count to mt-reccnt(mt-idx, env-idx)
           move fprint-hash  to mt-hash(mt-idx, env-idx)

           exit.

      /-----------------------------------------------------------------
      * member-find -- Binary search the member table for probe-key;
      * PROBE_HIT with mt-idx at the entry, or not with probe-lo
      * where it belongs
      *-----------------------------------------------------------------
       member-find.

           set PROBE_HIT to FALSE
           move 1 to probe-lo
           move member-count to probe-hi

           perform until probe-lo > probe-hi
               compute probe-mid = (probe-lo + probe-hi) / 2
               evaluate TRUE
                   when mt-key(probe-mid) = probe-key
                       move probe-mid to mt-idx
                       set PROBE_HIT to TRUE
                       exit perform
                   when mt-key(probe-mid) < probe-key
                       compute probe-lo = probe-mid + 1
                   when other
                       compute probe-hi = probe-mid - 1
               end-evaluate
           end-perform

           exit.

      /-----------------------------------------------------------------
      * member-insert -- Open a slot at probe-lo for probe-key, not
      * yet present in any environment; PROBE_HIT with mt-idx at the
      * new entry, or not when the table is full
      *-----------------------------------------------------------------
       member-insert.

           if member-count >= MEMBER_SIZE
               if not MEMBER_FULL_WARNED
                   display "CBLENVC W  more than " MEMBER_SIZE
                       " distinct members, the comparison is"
                       " incomplete."
                   if return-code < 4
                       move 4 to return-code
                   end-if
                   set MEMBER_FULL_WARNED to TRUE
               end-if
               exit paragraph
           end-if

           perform varying shift-idx from member-count by -1
               until shift-idx < probe-lo
               move member-entry(shift-idx)
                   to member-entry(shift-idx + 1)
           end-perform
           add 1 to member-count

           move probe-lo to mt-idx
           move probe-key to mt-key(mt-idx)
           move "N" to mt-differs(mt-idx)
           move "N" to mt-missing(mt-idx)
           perform varying ref-idx from 1 by 1
               until ref-idx > ENV_SIZE
               move "N" to mt-present(mt-idx, ref-idx)
               move ZERO to mt-reccnt(mt-idx, ref-idx)
               move ZERO to mt-hash(mt-idx, ref-idx)
           end-perform
           set PROBE_HIT to TRUE

           exit.

      /-----------------------------------------------------------------
      * compare-members -- Flag each member that some environment
      * lacks, and each whose record count or hash is not the same in
      * every environment holding it
      *-----------------------------------------------------------------
       compare-members.

           perform varying mt-idx from 1 by 1
               until mt-idx > member-count

               move ZERO to present-count
               move ZERO to ref-idx
               perform varying env-idx from 1 by 1
                   until env-idx > env-count
                   if mt-present(mt-idx, env-idx) = "Y"
                       add 1 to present-count
                       evaluate TRUE
                           when ref-idx = ZERO
                               move env-idx to ref-idx
                           when mt-reccnt(mt-idx, env-idx) not =
                                   mt-reccnt(mt-idx, ref-idx)
                             or mt-hash(mt-idx, env-idx) not =
                                   mt-hash(mt-idx, ref-idx)
                               move "Y" to mt-differs(mt-idx)
                       end-evaluate
                   end-if
               end-perform

               if present-count < env-count
                   move "Y" to mt-missing(mt-idx)
                   add 1 to missing-count
               end-if
               if mt-differs(mt-idx) = "Y"
                   add 1 to differ-count
               end-if

           end-perform

           exit.

      /-----------------------------------------------------------------
      * report-differ -- List each member whose content differs, with
      * its record count and hash in every environment, and the
      * programs in the target it would affect
      *-----------------------------------------------------------------
       report-differ.

           display "CBLENVC R  ==== Members that differ between"
               " environments ===="
           display "CBLENVC R  LIBRARY  MEMBER"
               "                           ENVIRONMENT  RECORDS"
               "      HASH"

           perform varying mt-idx from 1 by 1
               until mt-idx > member-count
               if mt-differs(mt-idx) = "Y"
                   display "CBLENVC R  " mt-library(mt-idx) " "
                       mt-member(mt-idx)
                   perform varying env-idx from 1 by 1
                       until env-idx > env-count
                       perform report-differ-env
                   end-perform
                   perform impact-list
               end-if
           end-perform

           display "CBLENVC R  " differ-count " member(s) differ."
           display "CBLENVC R  ==== End members that differ ===="

           exit.

      /-----------------------------------------------------------------
      * report-differ-env -- One environment's line under a differing
      * member, the target flagged
      *-----------------------------------------------------------------
       report-differ-env.

           move spaces to rpt-line
           move env-name(env-idx) to rpt-line(43:8)
           if mt-present(mt-idx, env-idx) = "Y"
               move mt-reccnt(mt-idx, env-idx) to rpt-count-disp
               move rpt-count-disp to rpt-line(54:9)
               move mt-hash(mt-idx, env-idx) to rpt-hash-disp
               move rpt-hash-disp to rpt-line(64:9)
           else
               move "not present" to rpt-line(54:11)
           end-if
           if env-idx = target-idx
               move "*TARGET*" to rpt-line(75:8)
           end-if

           display "CBLENVC R  " function trim(rpt-line trailing)

           exit.

      /-----------------------------------------------------------------
      * report-missing -- List each member some environment lacks,
      * naming the environments that hold it and those that don't
      *-----------------------------------------------------------------
       report-missing.

           display "CBLENVC R  ==== Members missing from an"
               " environment ===="

           perform varying mt-idx from 1 by 1
               until mt-idx > member-count
               if mt-missing(mt-idx) = "Y"
                   perform report-missing-member
               end-if
           end-perform

           display "CBLENVC R  " missing-count " member(s) missing."
           display "CBLENVC R  ==== End members missing ===="

           exit.

      /-----------------------------------------------------------------
      * report-missing-member -- One member's present/missing line;
      * a member that also differs had its affected programs listed
      * in the differ section, any other gets them here
      *-----------------------------------------------------------------
       report-missing-member.

           move spaces to rpt-line
           move 1 to rpt-ptr
           string
               mt-library(mt-idx) delimited by size
               " " delimited by size
               mt-member(mt-idx) delimited by size
               " present in:" delimited by size
               into rpt-line
               with pointer rpt-ptr
           end-string
           perform varying env-idx from 1 by 1
               until env-idx > env-count
               if mt-present(mt-idx, env-idx) = "Y"
                   string
                       " " delimited by size
                       env-name(env-idx) delimited by space
                       into rpt-line
                       with pointer rpt-ptr
                   end-string
               end-if
           end-perform
           string
               "; missing from:" delimited by size
               into rpt-line
               with pointer rpt-ptr
           end-string
           perform varying env-idx from 1 by 1
               until env-idx > env-count
               if mt-present(mt-idx, env-idx) not = "Y"
                   string
                       " " delimited by size
                       env-name(env-idx) delimited by space
                       into rpt-line
                       with pointer rpt-ptr
                   end-string
                   if env-idx = target-idx
                       string
                           "(target)" delimited by size
                           into rpt-line
                           with pointer rpt-ptr
                       end-string
                   end-if
               end-if
           end-perform

           display "CBLENVC R  " function trim(rpt-line trailing)

           if mt-differs(mt-idx) not = "Y"
               perform impact-list
           end-if

           exit.

      /-----------------------------------------------------------------
      * whereused-open -- Open the member alternate index path of the
      * target's where-used KSDS; a failed open leaves the affected
      * programs out of the report rather than ending the run
      *-----------------------------------------------------------------
       whereused-open.

           move spaces to whereused-filename
           string
               function trim(whereused-path) delimited by size
               x'00' delimited by size
               into whereused-filename
               on overflow
                   display "CBLENVC W  "
                       function trim(whereused-path)
                       " overflowed the filename buffer,"
                       " affected programs not listed."
                   set WHEREUSED_FAILED to TRUE
                   if return-code < 4
                       move 4 to return-code
                   end-if
                   exit paragraph
           end-string

           call "fopen" using
               whereused-filename
               by content z"rb,type=record"
           returning whereused-ptr

           if whereused-ptr = NULL then
               perform get-errnos
               display "CBLENVC W  unable to open the where-used"
                   " member index path " function trim(whereused-path)
                   ", errno=" errno ","
                   "errno2=" hex-of(errno2)
                   ", affected programs not listed."
               set WHEREUSED_FAILED to TRUE
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * impact-list -- List the programs in the target that use the
      * member at mt-idx, directly or through the copybooks nesting
      * it. The affected set is seeded with the member and each of
      * its members in turn is looked up in the alternate index: an
      * *EDGE* record under it names a parent that joins the set, a
      * pair record names an affected program.
      *-----------------------------------------------------------------
       impact-list.

           if whereused-ptr = NULL
               exit paragraph
           end-if

           move ZERO to affected-count
           move ZERO to seen-count
           move ZERO to program-hits

           move mt-member(mt-idx) to impact-probe
           perform impact-affected-add

           perform varying aff-idx from 1 by 1
               until aff-idx > affected-count
               perform impact-member-scan
           end-perform

           if program-hits = ZERO
               display "CBLENVC R      no program in "
                   function trim(target-name) " uses it."
           end-if

           exit.

      /-----------------------------------------------------------------
      * impact-member-scan -- Read every record the alternate index
      * holds under the affected member at aff-idx
      *-----------------------------------------------------------------
       impact-member-scan.

           move affected-member(aff-idx) to scan-key
           move length of scan-key to scan-key-len
           call "flocate" using
               by value whereused-ptr
               by reference scan-key
               by value scan-key-len
               by value FLOCATE_KEY_EQ
           returning file-status

           set SCAN_DONE to FALSE
           if file-status not = ZERO
               set SCAN_DONE to TRUE
           end-if

           perform until SCAN_DONE
               move spaces to whereused-record
               call "fread" using by value
                   address of whereused-record
                   1
                   length of whereused-record
                   whereused-ptr
               returning file-status

               evaluate TRUE
                   when file-status = ZERO
                       set SCAN_DONE to TRUE
                   when wu-member not = scan-key
                       set SCAN_DONE to TRUE
                   when we-marker = WE_EDGE_MARKER
                       perform impact-parent-add
                   when other
                       perform impact-program-add
               end-evaluate
           end-perform

           exit.

      /-----------------------------------------------------------------
      * impact-parent-add -- The *EDGE* record just read has an
      * affected child; its parent joins the set unless already in
      *-----------------------------------------------------------------
       impact-parent-add.

           perform varying chk-idx from 1 by 1
               until chk-idx > affected-count
               if affected-member(chk-idx) = we-parent
                   exit paragraph
               end-if
           end-perform

           move we-parent to impact-probe
           perform impact-affected-add

           exit.

      /-----------------------------------------------------------------
      * impact-affected-add -- Add the member in impact-probe to the
      * affected set, if there's room
      *-----------------------------------------------------------------
       impact-affected-add.

           if affected-count < AFFECTED_SIZE
               add 1 to affected-count
               move impact-probe to affected-member(affected-count)
           else
               if not AFFECTED_FULL_WARNED
                   display "CBLENVC W  more than " AFFECTED_SIZE
                       " affected members under one copybook, the"
                       " affected programs are incomplete."
                   if return-code < 4
                       move 4 to return-code
                   end-if
                   set AFFECTED_FULL_WARNED to TRUE
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * impact-program-add -- List the program from the pair record
      * just read, once per differing member
      *-----------------------------------------------------------------
       impact-program-add.

           perform varying chk-idx from 1 by 1
               until chk-idx > seen-count
               if seen-program(chk-idx) = wu-program
                   exit paragraph
               end-if
           end-perform

           if seen-count < SEEN_SIZE
               add 1 to seen-count
               move wu-program to seen-program(seen-count)
           else
               if not SEEN_FULL_WARNED
                   display "CBLENVC W  more than " SEEN_SIZE
                       " programs affected by one copybook,"
                       " duplicates are no longer suppressed."
                   if return-code < 4
                       move 4 to return-code
                   end-if
                   set SEEN_FULL_WARNED to TRUE
               end-if
           end-if

           add 1 to program-hits
           add 1 to affected-total
           display "CBLENVC R      affects " wu-program
               " via " function trim(wu-member)
               " last compiled " wu-last-date " " wu-last-job

           exit.

      /-----------------------------------------------------------------
      * get-errnos -- Retrieve C/C++ library errno and errno2 (errnojr)
      *-----------------------------------------------------------------
       get-errnos.

           call "__errno"  returning errno-ptr
           set address of errno to errno-ptr
           call "__errno2" returning errno2

           exit.

       end program "CBLENVC".
