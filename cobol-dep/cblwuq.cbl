      *
      * :(abstract
      * Companion utility to the CBLSRCX/MEXIT compiler exits. The
      * exits keep one record per program x copybook pair in a
      * cumulative where-used VSAM KSDS (WHEREUSED=path on the exit
      * parm); this program reads it back and answers "which programs
      * use copybook X" (MEMBER=x) through its member alternate index
      * and "which copybooks does program Y use" (PROGRAM=y) through
      * its primary key. It uses the same C/C++ fopen/flocate/fread/
      * fclose runtime functions as the exits.
      * :)abstract
      *
      *-----------------------------------------------------------------
      * Usage Notes:
      * - the where-used KSDS is read from ddname WHEREUSD unless a
      *   FILE=path token names it directly (eg. FILE=//'dsname'),
      *   and its member alternate index through the PATH at ddname
      *   WHEREUSX unless XFILE=path names it; MEMBER= and IMPACT=
      *   need the path, PROGRAM= and the full listing only the base
      * - the parm is KEY=VALUE tokens, comma separated, the same
      *   syntax as the exit parm eg. PARM='MEMBER=PAYROLL'
      * - with neither MEMBER= nor PROGRAM= the whole file is listed
      * - the database holds each pair once; a program using the
      *   same member from two libraries still answers MEMBER= once.
      *   The detail lines carry the date and job that last compiled
      *   the pair
      * - IMPACT=member follows the *EDGE* nesting records the exits
      *   persist and lists every program ultimately affected by the
      *   member, however deeply it is nested; NAMES=Y strips the
      *             nesting records, and NAMES=Y plain-list output.
      * 2026/09/03  Trailing-wildcard MEMBER=/PROGRAM= matching,
      *             COUNT=Y count-only mode, CSV=Y output to WUQCSV.
      * 2026/10/15  Keyed reads of the where-used KSDS: PROGRAM= by
      *             generic primary key, MEMBER= and IMPACT= through
      *             the member alternate index (XFILE=path) instead of
      *             full passes; detail lines show the last compile.
      *-----------------------------------------------------------------
      * :(copyright
      * Copyright (c) 2026 IBM Canada Ltd.
       77  query-member      pic x(32) value spaces.
       77  query-program     pic x(30) value spaces.
       77  whereused-path    pic x(65) value spaces.
       77  index-path        pic x(65) value spaces.

      *> NAMES=Y strips the answer lines down to bare program names,
      *> one per line, ready to feed straight into a batch compile job
       77  csv-ptr           pointer value NULL.
       77  csv-rec-count     pic s9(9) comp-5 value 0.

      *> one fixed 112-byte record per program x copybook pair, the
      *> same layout CBLSRCX and MEXIT write, keyed on the first 72
      *> bytes; the alternate index is over wu-member (offset 40)
       1   whereused-record.
        2  wu-key.
         3 wu-program        pic x(30).
         3 filler            pic x(1).
         3 wu-library        pic x(8).
         3 filler            pic x(1).
         3 wu-member         pic x(32).
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
      *> field, with the child where a pair has its member so the
      *> alternate index finds both; pair queries skip them, IMPACT=
      *> follows them
       1   whereused-edge-record redefines whereused-record.
        2  we-marker         pic x(6).
        2  filler            pic x(1).
        2  we-parent         pic x(32).
        2  filler            pic x(1).
        2  we-child          pic x(32).
        2  filler            pic x(40).
       77  WE_EDGE_MARKER    pic x(6) value "*EDGE*".

      *> flocate search options -- stdio.h numbers them __RBA_EQ 1,
      *> __KEY_FIRST 2, __KEY_LAST 3, __KEY_EQ 4, __KEY_EQ_BWD 5,
      *> __KEY_GE 6 and __RBA_EQ_BWD 7; a key shorter than the file's
      *> key is a generic (prefix) search
       77  FLOCATE_KEY_EQ    pic s9(9) comp-5 value 4.
       77  FLOCATE_KEY_GE    pic s9(9) comp-5 value 6.

      *> IMPACT=member working set -- the members affected by the
      *> queried one, grown as the alternate index turns up each
      *> affected member's parents
       77  AFFECTED_SIZE     pic s9(4) comp-5 value 200.
       77  affected-count    pic s9(4) comp-5 value 0.
       77  affected-full-warned pic s9(4) comp-5 value 0.
       77  errno2            pic 9(9) comp-5.
       77  whereused-ptr     pointer.
       77  whereused-filename pic x(100).
       77  open-via-index    pic s9(4) comp-5 value 0.
           88 OPEN_VIA_INDEX value 1 false is ZERO.
       77  scan-key          pic x(72).
       77  scan-key-len      pic s9(9) comp-5.
       77  scan-option       pic s9(9) comp-5.
       77  file-status       pic s9(9) comp-5.
       77  seen-idx          pic s9(4) comp-5.
       77  seen-found        pic s9(4) comp-5.
       77  csv-len           pic s9(4) comp-5.

      *> IMPACT= scan scratch
       77  aff-idx           pic s9(4) comp-5.
       77  chk-idx           pic s9(4) comp-5.
       77  impact-probe      pic x(32).
       77  impact-hit        pic s9(4) comp-5.
           88 IMPACT_HIT     value 1 false is ZERO.
       77  when-compiled-pic pic 9999/99/99B99,99,99.
       77  when-compiled-str redefines when-compiled-pic
                             pic x(19).
      *
      *> working storage for parsing the parm into KEY=VALUE tokens,
      *> comma separated eg. "MEMBER=PAYROLL,FILE=//'CBL.WHEREUSD'"
       77  parm-work         pic x(256).
       77  parm-ptr          pic s9(9) comp-5.
       77  parm-one-tok      pic x(64).
           if not NAMES_ONLY
               display "CBLWUQ I  " match-count
                   " distinct answer(s) from "
                   record-count " record(s) read."
           end-if

           goback.
                   move spaces to whereused-path
                   move function trim(parm-val) to whereused-path

               when "XFILE"
                   move spaces to index-path
                   move function trim(parm-val) to index-path

               when other
                   continue

           exit.

      /-----------------------------------------------------------------
      * query-scan -- Read the records matching the query and report
      * each distinct answer once. PROGRAM= positions on the primary
      * key and MEMBER= on the member alternate index, by the full
      * name or the prefix before a trailing *, and reads only while
      * the records still match; a bare * or no query at all reads
      * the base cluster from the start.
      *-----------------------------------------------------------------
       query-scan.

           set OPEN_VIA_INDEX to FALSE
           move spaces to scan-key
           move ZERO to scan-key-len

           evaluate TRUE
               when QUERY_BY_PROGRAM
                   move query-program to scan-key
                   if PROGRAM_WILDCARD
                       move program-prefix-len to scan-key-len
                   else
                       move length of wu-program to scan-key-len
                   end-if
               when QUERY_BY_MEMBER
                   move query-member to scan-key
                   if MEMBER_WILDCARD
                       move member-prefix-len to scan-key-len
                   else
                       move length of wu-member to scan-key-len
                   end-if
                   if scan-key-len > ZERO
                       set OPEN_VIA_INDEX to TRUE
                   end-if
           end-evaluate

           perform query-open-file
           if whereused-ptr = NULL
               exit paragraph
           end-if

           if scan-key-len > ZERO
               move FLOCATE_KEY_GE to scan-option
               perform query-locate
           end-if

           perform until QUERY_SCAN_DONE
               move spaces to whereused-record
               call "fread" using by value
                   set QUERY_SCAN_DONE to TRUE
               else
                   add 1 to record-count
                   perform query-key-check
                   if not QUERY_SCAN_DONE
                       perform query-match-record
                   end-if
               end-if
           end-perform

           exit.

      /-----------------------------------------------------------------
      * query-locate -- Position the open file on scan-key for
      * scan-key-len bytes with search option scan-option; when no
      * record qualifies there is nothing to read, so the scan is
      * marked done.
      *-----------------------------------------------------------------
       query-locate.

           call "flocate" using
               by value whereused-ptr
               by reference scan-key
               by value scan-key-len
               by value scan-option
           returning file-status

           if file-status not = ZERO
               set QUERY_SCAN_DONE to TRUE
           end-if

           exit.

      /-----------------------------------------------------------------
      * query-key-check -- Past the last record whose key starts with
      * scan-key the keyed scan is done. The member key of the
      * alternate index is the wu-member field (we-child on an edge).
      *-----------------------------------------------------------------
       query-key-check.

           if scan-key-len = ZERO
               exit paragraph
           end-if

           if OPEN_VIA_INDEX
               if wu-member(1:scan-key-len) not =
                       scan-key(1:scan-key-len)
                   set QUERY_SCAN_DONE to TRUE
               end-if
           else
               if wu-key(1:scan-key-len) not =
                       scan-key(1:scan-key-len)
                   set QUERY_SCAN_DONE to TRUE
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * query-open-file -- Open the where-used KSDS for reading, the
      * base cluster from the WHEREUSD ddname unless FILE=path named
      * it, or with OPEN_VIA_INDEX its member alternate index path
      * from the WHEREUSX ddname unless XFILE=path named it.
      * whereused-ptr is NULL on any failure.
      *-----------------------------------------------------------------
       query-open-file.

           set whereused-ptr to NULL

           move spaces to whereused-filename
           evaluate TRUE
               when OPEN_VIA_INDEX and index-path = spaces
                   string
                       "//DD:WHEREUSX"
                       x'00' delimited by size
                       into whereused-filename
                   end-string
               when OPEN_VIA_INDEX
                   string
                       function trim(index-path)
                           delimited by size
                       x'00' delimited by size
                       into whereused-filename
                       on overflow
                           if not NAMES_ONLY
                               display "CBLWUQ E  "
                                   function trim(index-path)
                                   " overflowed the filename buffer."
                           end-if
                           move 8 to return-code
                           exit paragraph
                   end-string
               when whereused-path = spaces
                   string
                       "//DD:WHEREUSD"
                       x'00' delimited by size
                       into whereused-filename
                   end-string
               when other
                   string
                       function trim(whereused-path)
                           delimited by size
                       x'00' delimited by size
                       into whereused-filename
                       on overflow
                           if not NAMES_ONLY
                               display "CBLWUQ E  "
                                   function trim(whereused-path)
                                   " overflowed the filename buffer."
                           end-if
                           move 8 to return-code
                           exit paragraph
                   end-string
           end-evaluate

           call "fopen" using
               whereused-filename
           if whereused-ptr = NULL then
               perform get-errnos
               if not NAMES_ONLY
                   if OPEN_VIA_INDEX
                       display "CBLWUQ E  unable to open the where-used"
                           " member index path, "
                           "errno=" errno ","
                           "errno2=" hex-of(errno2)
                   else
                       display "CBLWUQ E  unable to open the where-used"
                           " file, "
                           "errno=" errno ","
                           "errno2=" hex-of(errno2)
                   end-if
               end-if
               move 8 to return-code
           end-if
           exit.

      /-----------------------------------------------------------------
      * impact-scan -- Answer IMPACT=member through the member
      * alternate index. The affected set is seeded with the queried
      * member and each of its members in turn is looked up: an
      * *EDGE* record under it names a parent whose COPY pulls it in,
      * and the parent joins the set (to be looked up in its turn); a
      * pair record under it names a program that is affected.
      *-----------------------------------------------------------------
       impact-scan.

           set OPEN_VIA_INDEX to TRUE
           perform query-open-file
           if whereused-ptr = NULL
               exit paragraph
           end-if

           move query-member to impact-probe
           perform impact-affected-add

           perform varying aff-idx from 1 by 1
               until aff-idx > affected-count
               perform impact-member-scan
           end-perform

           call "fclose" using by value
               whereused-ptr
           returning file-status

           if not NAMES_ONLY
               display "CBLWUQ I  " affected-count " member(s) in"
                   " the impact set."
           end-if

           exit.

      /-----------------------------------------------------------------
      * impact-member-scan -- Read every record the alternate index
      * holds under the affected member at aff-idx.
      *-----------------------------------------------------------------
       impact-member-scan.

           set QUERY_SCAN_DONE to FALSE
           move spaces to scan-key
           move affected-member(aff-idx) to scan-key
           move length of wu-member to scan-key-len
           move FLOCATE_KEY_EQ to scan-option
           perform query-locate

           perform until QUERY_SCAN_DONE
               move spaces to whereused-record
                   set QUERY_SCAN_DONE to TRUE
               else
                   add 1 to record-count
                   perform query-key-check
                   if not QUERY_SCAN_DONE
                       if we-marker = WE_EDGE_MARKER
                           perform impact-parent-add
                       else
                           perform impact-match-record
                       end-if
                   end-if
               end-if
           end-perform

           exit.

      /-----------------------------------------------------------------
      * impact-parent-add -- The *EDGE* record just read has an
      * affected child; its parent joins the set unless already in.
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
      * affected set, if there's room.
      *-----------------------------------------------------------------
       impact-affected-add.

           if affected-count < AFFECTED_SIZE
               add 1 to affected-count
               move impact-probe to affected-member(affected-count)
           else
               if not AFFECTED_FULL_WARNED
                   if not NAMES_ONLY

           exit.

      /-----------------------------------------------------------------
      * impact-match-record -- List the program from the pair record
      * just read, which uses an affected member, each program once.
      *-----------------------------------------------------------------
       impact-match-record.

           move spaces to seen-key
           move wu-program to seen-key
           perform seen-check
                   display function trim(wu-program)
               else
                   display "CBLWUQ R    " wu-program
                       " last compiled " wu-last-date
                       " " wu-last-job
               end-if
           end-if

                           display function trim(wu-program)
                       else
                           display "CBLWUQ R    " wu-program
                               " last compiled " wu-last-date
                               " " wu-last-job
                       end-if
                   when QUERY_BY_PROGRAM
                       display "CBLWUQ R    " wu-member
                           " of " wu-library
                           " last compiled " wu-last-date
                           " " wu-last-job
                   when other
                       display "CBLWUQ R    " wu-program
                           " uses " wu-member
                           " of " wu-library
                           " last compiled " wu-last-date
                           " " wu-last-job
               end-evaluate
           end-if

