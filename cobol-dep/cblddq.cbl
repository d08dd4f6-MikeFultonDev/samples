      *-----------------------------------------------------------------
      * :title Field query for the exit-built copybook data dictionary
      *
      * :(abstract
      * Companion utility to the CBLSRCX/MEXIT compiler exits. The
      * exits parse the data description entries of every copybook
      * they fetch and append one record per field, with its offset
      * and length within the 01 record, to a cumulative data
      * dictionary file (DATADICT=path on the exit parm) whenever a
      * member's content changes. This program reads that file back
      * and answers "which copybooks define field X" (FIELD=x), "what
      * is the layout of member Y" (LAYOUT=y), and, joining to the
      * where-used file the exits keep (WHEREUSED=path), "which
      * programs are exposed to field X" (EXPOSED=x). It uses the
      * same C/C++ fopen/fread/fclose runtime functions as the exits.
      * :)abstract
      *
      *-----------------------------------------------------------------
      * Usage Notes:
      * - the dictionary is read from ddname DATADICT unless a
      *   FILE=path token names it directly (use the path form for the
      *   zFS files the MEXIT toolchain writes), and the where-used
      *   KSDS (EXPOSED= only) through its member alternate index path
      *   at ddname WHEREUSX unless XFILE=path names it
      * - the parm is KEY=VALUE tokens, comma separated, the same
      *   syntax as the exit parm eg. PARM='FIELD=CUST-BALANCE'
      * - the dictionary is append only: a member gets a new block of
      *   field records each time its content hash changes, and only
      *   the last block for each library+member is reported
      * - FIELD= and EXPOSED= accept a trailing * for generic queries
      *   following the shop naming conventions, eg. FIELD=CUST-*
      * - LAYOUT=member lists the member's fields in source order;
      *   LIBRARY=lib restricts it to one library when the same member
      *   name lives in more than one
      * - EXPOSED=field finds the copybooks defining the field, then
      *   looks each one up in the where-used member alternate index
      *   the same way CBLWUQ IMPACT= does: an *EDGE* record under it
      *   names a copybook nesting it, which is looked up in its turn,
      *   and a pair record names a program that ultimately copies it
      * - with neither FIELD=, LAYOUT= nor EXPOSED= the members in the
      *   dictionary are listed
      * - offsets are from the start of the 01 record and count from
      *   zero; a field inside an OCCURS group is given at its first
      *   occurrence. Entries a copybook holds with no 01 above them
      *   are laid out from the start of the member, and the fields of
      *   a nested COPY appear under their own member, not the parent;
      *   the parent's layout shows a COPY member entry (USAGE COPY)
      *   where the COPY stands, as long as the storage it brings in,
      *   which FIELD= and EXPOSED= never answer with
      * - NAMES=Y strips the answer lines down to bare names (member
      *   names for FIELD=, program names for EXPOSED=), one per line,
      *   and suppresses every other line; check the return code
      *   instead: 4 means a table overflowed or LAYOUT= found nothing,
      *   8 means a file could not be read at all
      *-----------------------------------------------------------------
      * Changes:
      * 2026/10/15  Initial version alongside the exits' DATADICT=
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
       program-id. "CBLDDQ".
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
      *> query selection, set from the parm tokens
       77  query-mode        pic x(1) value "A".
           88 QUERY_BY_FIELD     value "F".
           88 QUERY_LAYOUT       value "L".
           88 QUERY_EXPOSED      value "E".
           88 QUERY_LIST_ALL     value "A".
       77  query-field       pic x(30) value spaces.
       77  query-member      pic x(32) value spaces.
       77  query-library     pic x(8) value spaces.
       77  datadict-path     pic x(65) value spaces.
       77  index-path        pic x(65) value spaces.

      *> NAMES=Y strips the answer lines down to bare names, one per
      *> line
       77  names-only        pic x(1) value "N".
           88 NAMES_ONLY       value "Y" false is "N".

      *> trailing-wildcard state for FIELD=/EXPOSED=: a query value
      *> ending in * matches on its prefix (a zero-length prefix,
      *> FIELD=*, matches everything)
       77  field-wildcard    pic x(1) value "N".
           88 FIELD_WILDCARD   value "Y" false is "N".
       77  field-prefix-len  pic s9(4) comp-5 value 0.

      *> one fixed 240-byte record per field, the same layout CBLSRCX
      *> and MEXIT write; a block is one library+member's fields in
      *> source order, dd-seq counting from 1
       1   datadict-record.
        2  dd-library        pic x(8).
        2  filler            pic x(1).
        2  dd-member         pic x(32).
        2  filler            pic x(1).
        2  dd-record         pic x(30).
        2  filler            pic x(1).
        2  dd-seq            pic 9(5).
        2  filler            pic x(1).
        2  dd-level          pic 9(2).
        2  filler            pic x(1).
        2  dd-name           pic x(30).
        2  filler            pic x(1).
        2  dd-offset         pic 9(7).
        2  filler            pic x(1).
        2  dd-length         pic 9(7).
        2  filler            pic x(1).
        2  dd-occurs         pic 9(5).
        2  filler            pic x(1).
        2  dd-usage          pic x(17).
        2  filler            pic x(1).
        2  dd-picture        pic x(30).
        2  filler            pic x(1).
        2  dd-redefines      pic x(30).
        2  filler            pic x(1).
        2  dd-hash           pic 9(9).
        2  filler            pic x(1).
        2  dd-date           pic x(8).
        2  filler            pic x(7).

      *> the record number where the last block for each
      *> library+member starts; records before it are superseded
       77  BLOCK_SIZE        pic s9(4) comp-5 value 1000.
       77  block-count       pic s9(4) comp-5 value 0.
       77  block-full-warned pic s9(4) comp-5 value 0.
           88 BLOCK_FULL_WARNED value 1 false is ZERO.
       1   block-table.
        2  block-entry       occurs 1000. *> BLOCK_SIZE
         3 block-library     pic x(8).
         3 block-member      pic x(32).
         3 block-start       pic s9(9) comp-5.

      *> one fixed 112-byte record per program x copybook pair, the
      *> same layout CBLSRCX and MEXIT write to the where-used KSDS,
      *> read here through its member alternate index path
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
      *> second record type, flagged by "*EDGE*" leading the
      *> program field
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

      *> EXPOSED=field working set -- the members affected by a
      *> change to the field, seeded with the members defining it;
      *> each is looked up in the alternate index in turn, and the
      *> copybooks nesting it join the set behind it
       77  AFFECTED_SIZE     pic s9(4) comp-5 value 200.
       77  affected-count    pic s9(4) comp-5 value 0.
       77  affected-full-warned pic s9(4) comp-5 value 0.
           88 AFFECTED_FULL_WARNED value 1 false is ZERO.
       1   affected-table.
        2  affected-member   occurs 200 pic x(32). *> AFFECTED_SIZE
       77  defining-count    pic s9(9) comp-5 value 0.

      *> answers already shown, so each is listed once
       77  SEEN_SIZE         pic s9(4) comp-5 value 200.
       77  seen-count        pic s9(4) comp-5 value 0.
       77  seen-full-warned  pic s9(4) comp-5 value 0.
           88 SEEN_FULL_WARNED  value 1 false is ZERO.
       1   seen-table.
        2  seen-entry        occurs 200 pic x(64). *> SEEN_SIZE

       77  record-count      pic s9(9) comp-5 value 0.
       77  current-count     pic s9(9) comp-5 value 0.
       77  match-count       pic s9(9) comp-5 value 0.
      *
       local-storage section.
       77  errno-ptr         pointer.
       77  errno2            pic 9(9) comp-5.
       77  datadict-ptr      pointer.
       77  datadict-filename pic x(100).
       77  whereused-ptr     pointer.
       77  whereused-filename pic x(100).
       77  file-status       pic s9(9) comp-5.
       77  seen-idx          pic s9(4) comp-5.
       77  seen-found        pic s9(4) comp-5.
           88 SEEN_FOUND     value 1 false is ZERO.
       77  seen-key          pic x(64).

      *> scan loop control -- re-initialized on every call
       77  dict-scan-done    pic s9(4) comp-5 value 0.
           88 DICT_SCAN_DONE   value 1 false is ZERO.
       77  dict-load-done    pic s9(4) comp-5 value 0.
           88 DICT_LOAD_DONE   value 1 false is ZERO.
       77  query-scan-done   pic s9(4) comp-5 value 0.
           88 QUERY_SCAN_DONE  value 1 false is ZERO.

      *> block and wildcard scratch
       77  block-idx         pic s9(4) comp-5.
       77  record-current    pic s9(4) comp-5.
           88 RECORD_CURRENT value 1 false is ZERO.
       77  wild-idx          pic s9(4) comp-5.
       77  query-matched     pic s9(4) comp-5.
           88 QUERY_MATCHED  value 1 false is ZERO.

      *> EXPOSED= scan scratch
       77  aff-idx           pic s9(4) comp-5.
       77  chk-idx           pic s9(4) comp-5.
       77  impact-probe      pic x(32).
       77  scan-key          pic x(32).
       77  scan-key-len      pic s9(9) comp-5.

      *> LAYOUT= detail line: the field name indented by its depth
       77  layout-line       pic x(80).
       77  layout-indent     pic s9(4) comp-5.
       77  layout-depth      pic s9(4) comp-5.
       1   layout-level-table.
        2  layout-level      occurs 50 pic 9(2).
       77  when-compiled-pic pic 9999/99/99B99,99,99.
       77  when-compiled-str redefines when-compiled-pic
                             pic x(19).
      *
      *> working storage for parsing the parm into KEY=VALUE tokens,
      *> comma separated eg. "FIELD=CUST-BALANCE,FILE=datadict.db"
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

           perform query-parse-parm

           *> NAMES=Y output has to be a plain name list, so every
           *> informational line stays off SYSOUT in that mode
           if not NAMES_ONLY
               move function when-compiled(1:14) to when-compiled-pic
               inspect when-compiled-str replacing all "," by ":"
               display "CBLDDQ I  Compiled " when-compiled-str "."

               evaluate TRUE
                   when QUERY_BY_FIELD
                       display "CBLDDQ I  copybooks defining field "
                           function trim(query-field) ":"
                   when QUERY_LAYOUT
                       display "CBLDDQ I  layout of copybook "
                           function trim(query-member) ":"
                   when QUERY_EXPOSED
                       display "CBLDDQ I  programs exposed to field "
                           function trim(query-field) ":"
                   when other
                       display "CBLDDQ I  no FIELD=, LAYOUT= or"
                           " EXPOSED= on the parm, listing the members"
                           " in the dictionary."
               end-evaluate
           end-if

           *> pass 1: where each library+member's current block starts
           perform dict-load-blocks
           if return-code >= 8
               goback
           end-if

           *> pass 2: the query itself, over the current blocks only
           perform dict-scan

           if QUERY_EXPOSED and return-code < 8
               perform exposed-scan
           end-if

           if QUERY_LAYOUT and match-count = ZERO
               if not NAMES_ONLY
                   display "CBLDDQ W  copybook "
                       function trim(query-member)
                       " is not in the dictionary."
               end-if
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if

           if not NAMES_ONLY
               display "CBLDDQ I  " match-count
                   " answer(s) from " current-count
                   " current of " record-count " record(s)."
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

               when "FIELD"
                   move spaces to query-field
                   move function upper-case(function trim(parm-val))
                       to query-field
                   move "F" to query-mode
                   perform field-wildcard-check

               when "LAYOUT"
                   move spaces to query-member
                   move function trim(parm-val) to query-member
                   move "L" to query-mode

               when "EXPOSED"
                   move spaces to query-field
                   move function upper-case(function trim(parm-val))
                       to query-field
                   move "E" to query-mode
                   perform field-wildcard-check

               when "LIBRARY"
                   move spaces to query-library
                   move function trim(parm-val) to query-library

               when "NAMES"
                   if function trim(parm-val) = "Y"
                       set NAMES_ONLY to TRUE
                   else
                       set NAMES_ONLY to FALSE
                   end-if

               when "FILE"
                   move spaces to datadict-path
                   move function trim(parm-val) to datadict-path

               when "XFILE"
                   move spaces to index-path
                   move function trim(parm-val) to index-path

               when other
                   continue

           end-evaluate

           exit.

      /-----------------------------------------------------------------
      * dict-open-file -- Open the data dictionary for reading,
      * defaulting to the DATADICT ddname unless FILE=path named it
      * directly. datadict-ptr is NULL on any failure.
      *-----------------------------------------------------------------
       dict-open-file.

           set datadict-ptr to NULL

           move spaces to datadict-filename
           if datadict-path = spaces
               string
                   "//DD:DATADICT"
                   x'00' delimited by size
                   into datadict-filename
               end-string
           else
               string
                   function trim(datadict-path)
                       delimited by size
                   x'00' delimited by size
                   into datadict-filename
                   on overflow
                       if not NAMES_ONLY
                           display "CBLDDQ E  "
                               function trim(datadict-path)
                               " overflowed the filename buffer."
                       end-if
                       move 8 to return-code
                       exit paragraph
               end-string
           end-if

           call "fopen" using
               datadict-filename
               by content z"rb,type=record"
           returning datadict-ptr

           if datadict-ptr = NULL then
               perform get-errnos
               if not NAMES_ONLY
                   display "CBLDDQ E  unable to open the data"
                       " dictionary, "
                       "errno=" errno ","
                       "errno2=" hex-of(errno2)
               end-if
               move 8 to return-code
           end-if

           exit.

      /-----------------------------------------------------------------
      * dict-load-blocks -- Pass 1 over the dictionary: note the
      * record number of the last dd-seq 1 record for each
      * library+member, which is where its current block starts.
      *-----------------------------------------------------------------
       dict-load-blocks.

           perform dict-open-file
           if datadict-ptr = NULL
               exit paragraph
           end-if

           move ZERO to record-count
           perform until DICT_LOAD_DONE
               move spaces to datadict-record
               call "fread" using by value
                   address of datadict-record
                   1
                   length of datadict-record
                   datadict-ptr
               returning file-status

               if file-status = ZERO
                   set DICT_LOAD_DONE to TRUE
               else
                   add 1 to record-count
                   if dd-seq = 1
                       perform dict-block-note
                   end-if
               end-if
           end-perform

           call "fclose" using by value
               datadict-ptr
           returning file-status

           exit.

      /-----------------------------------------------------------------
      * dict-block-note -- A block starts at record-count; it is now the
      * current one for its library+member.
      *-----------------------------------------------------------------
       dict-block-note.

           perform varying block-idx from 1 by 1
               until block-idx > block-count
               if block-library(block-idx) = dd-library and
                  block-member(block-idx) = dd-member
                   move record-count to block-start(block-idx)
                   exit paragraph
               end-if
           end-perform

           if block-count < BLOCK_SIZE
               add 1 to block-count
               move dd-library   to block-library(block-count)
               move dd-member    to block-member(block-count)
               move record-count to block-start(block-count)
           else
               if not BLOCK_FULL_WARNED
                   if not NAMES_ONLY
                       display "CBLDDQ W  more than " BLOCK_SIZE
                           " distinct members in the dictionary,"
                           " members past " BLOCK_SIZE
                           " are not reported."
                   end-if
                   if return-code < 4
                       move 4 to return-code
                   end-if
                   set BLOCK_FULL_WARNED to TRUE
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * dict-scan -- Pass 2 over the dictionary: apply the query to
      * every record of a current block.
      *-----------------------------------------------------------------
       dict-scan.

           perform dict-open-file
           if datadict-ptr = NULL
               exit paragraph
           end-if

           move ZERO to record-count
           perform until DICT_SCAN_DONE
               move spaces to datadict-record
               call "fread" using by value
                   address of datadict-record
                   1
                   length of datadict-record
                   datadict-ptr
               returning file-status

               if file-status = ZERO
                   set DICT_SCAN_DONE to TRUE
               else
                   add 1 to record-count
                   perform dict-current-check
                   if RECORD_CURRENT
                       add 1 to current-count
                       perform dict-match-record
                   end-if
               end-if
           end-perform

           call "fclose" using by value
               datadict-ptr
           returning file-status

           exit.

      /-----------------------------------------------------------------
      * dict-current-check -- Is the record just read part of the
      * current block for its library+member? RECORD_CURRENT says.
      *-----------------------------------------------------------------
       dict-current-check.

           set RECORD_CURRENT to FALSE
           perform varying block-idx from 1 by 1
               until block-idx > block-count
               if block-library(block-idx) = dd-library and
                  block-member(block-idx) = dd-member
                   if record-count >= block-start(block-idx)
                       set RECORD_CURRENT to TRUE
                   end-if
                   exit perform
               end-if
           end-perform

           exit.

      /-----------------------------------------------------------------
      * dict-match-record -- Apply the query to the current record
      * just read
      *-----------------------------------------------------------------
       dict-match-record.

           evaluate TRUE

               when QUERY_BY_FIELD
                   perform field-match-check
                   if not QUERY_MATCHED
                       exit paragraph
                   end-if
                   if NAMES_ONLY
                       move spaces to seen-key
                       move dd-member to seen-key
                       perform seen-check
                       if not SEEN_FOUND
                           add 1 to match-count
                           display function trim(dd-member)
                       end-if
                   else
                       add 1 to match-count
                       display "CBLDDQ R    " dd-name
                           " in " function trim(dd-record)
                           " of " function trim(dd-member)
                           " of " dd-library
                       display "CBLDDQ R      offset " dd-offset
                           " length " dd-length
                           " occurs " dd-occurs
                           " " dd-usage " " dd-picture
                   end-if

               when QUERY_LAYOUT
                   if dd-member not = query-member
                       exit paragraph
                   end-if
                   if query-library not = spaces and
                      dd-library not = query-library
                       exit paragraph
                   end-if
                   add 1 to match-count
                   if NAMES_ONLY
                       display function trim(dd-name)
                   else
                       perform layout-write
                   end-if

               when QUERY_EXPOSED
                   *> collect the defining members; the programs come
                   *> from the where-used file afterwards
                   perform field-match-check
                   if not QUERY_MATCHED
                       exit paragraph
                   end-if
                   move spaces to seen-key
                   move dd-member to seen-key
                   perform seen-check
                   if SEEN_FOUND
                       exit paragraph
                   end-if
                   add 1 to defining-count
                   if not NAMES_ONLY
                       display "CBLDDQ I  " function trim(dd-name)
                           " is defined in " function trim(dd-member)
                           " of " dd-library
                   end-if
                   move dd-member to impact-probe
                   perform impact-affected-add

               when other
                   if dd-seq not = 1
                       exit paragraph
                   end-if
                   add 1 to match-count
                   if NAMES_ONLY
                       display function trim(dd-member)
                   else
                       display "CBLDDQ R    " dd-member
                           " of " dd-library
                           " hash " dd-hash
                           " as of " dd-date
                   end-if

           end-evaluate

           exit.

      /-----------------------------------------------------------------
      * layout-write -- One LAYOUT= detail line, the field name
      * indented two columns per nesting depth. The first field of each
      * block is preceded by a heading naming the library.
      *-----------------------------------------------------------------
       layout-write.

           if dd-seq = 1
               move ZERO to layout-depth
               display "CBLDDQ I  " function trim(dd-member)
                   " of " dd-library
                   " hash " dd-hash
                   " as of " dd-date ":"
               display "CBLDDQ R    field"
                   "                                 offset  length"
                   " occurs usage/picture"
           end-if

           *> the depth is the count of open levels above this one
           if dd-level = 1 or dd-level = 77
               move ZERO to layout-depth
           else
               perform until layout-depth = ZERO or
                   layout-level(layout-depth) < dd-level
                   subtract 1 from layout-depth
               end-perform
           end-if
           if layout-depth < 50
               add 1 to layout-depth
               move dd-level to layout-level(layout-depth)
           end-if
           compute layout-indent = (layout-depth - 1) * 2 + 1
           if layout-indent > 20
               move 20 to layout-indent
           end-if

           move spaces to layout-line
           string
               dd-level delimited by size
               " " delimited by size
               function trim(dd-name) delimited by size
               into layout-line(layout-indent:)
           end-string

           display "CBLDDQ R    " layout-line(1:36)
               " " dd-offset " " dd-length " " dd-occurs
               " " function trim(dd-usage) " "
               function trim(dd-picture)

           if dd-redefines not = spaces
               display "CBLDDQ R      redefines "
                   function trim(dd-redefines)
           end-if

           exit.

      /-----------------------------------------------------------------
      * exposed-scan -- Answer EXPOSED=field once dict-scan has seeded
      * the affected set with the members defining it, through the
      * where-used member alternate index as CBLWUQ IMPACT= does: each
      * affected member in turn is looked up, an *EDGE* record under
      * it adding the parent that nests it to the set, and a pair
      * record naming a program exposed to the field.
      *-----------------------------------------------------------------
       exposed-scan.

           if affected-count = ZERO
               if not NAMES_ONLY
                   display "CBLDDQ I  no current copybook defines "
                       function trim(query-field) "."
               end-if
               exit paragraph
           end-if

           *> the seen-table now goes over to program names
           move ZERO to seen-count

           perform whereused-open-file
           if whereused-ptr = NULL
               exit paragraph
           end-if

           perform varying aff-idx from 1 by 1
               until aff-idx > affected-count
               perform exposed-member-scan
           end-perform

           call "fclose" using by value
               whereused-ptr
           returning file-status

           if not NAMES_ONLY
               display "CBLDDQ I  " affected-count " member(s) in"
                   " the exposure set from " defining-count
                   " defining member(s)."
           end-if

           exit.

      /-----------------------------------------------------------------
      * exposed-member-scan -- Read every record the alternate index
      * holds under the affected member at aff-idx.
      *-----------------------------------------------------------------
       exposed-member-scan.

           move affected-member(aff-idx) to scan-key
           move length of scan-key to scan-key-len
           call "flocate" using
               by value whereused-ptr
               by reference scan-key
               by value scan-key-len
               by value FLOCATE_KEY_EQ
           returning file-status

           set QUERY_SCAN_DONE to FALSE
           if file-status not = ZERO
               set QUERY_SCAN_DONE to TRUE
           end-if

           perform until QUERY_SCAN_DONE
               move spaces to whereused-record
               call "fread" using by value
                   address of whereused-record
                   1
                   length of whereused-record
                   whereused-ptr
               returning file-status

               evaluate TRUE
                   when file-status = ZERO
                       set QUERY_SCAN_DONE to TRUE
                   when wu-member not = scan-key
                       set QUERY_SCAN_DONE to TRUE
                   when we-marker = WE_EDGE_MARKER
                       perform exposed-parent-add
                   when other
                       perform exposed-match-record
               end-evaluate
           end-perform

           exit.

      /-----------------------------------------------------------------
      * whereused-open-file -- Open the where-used member alternate
      * index path for reading, defaulting to the WHEREUSX ddname
      * unless XFILE=path named it directly. whereused-ptr is NULL on
      * any failure.
      *-----------------------------------------------------------------
       whereused-open-file.

           set whereused-ptr to NULL

           move spaces to whereused-filename
           if index-path = spaces
               string
                   "//DD:WHEREUSX"
                   x'00' delimited by size
                   into whereused-filename
               end-string
           else
               string
                   function trim(index-path)
                       delimited by size
                   x'00' delimited by size
                   into whereused-filename
                   on overflow
                       if not NAMES_ONLY
                           display "CBLDDQ E  "
                               function trim(index-path)
                               " overflowed the filename buffer."
                       end-if
                       move 8 to return-code
                       exit paragraph
               end-string
           end-if

           call "fopen" using
               whereused-filename
               by content z"rb,type=record"
           returning whereused-ptr

           if whereused-ptr = NULL then
               perform get-errnos
               if not NAMES_ONLY
                   display "CBLDDQ E  unable to open the where-used"
                       " member index path, "
                       "errno=" errno ","
                       "errno2=" hex-of(errno2)
               end-if
               move 8 to return-code
           end-if

           exit.

      /-----------------------------------------------------------------
      * exposed-parent-add -- The *EDGE* record just read has an
      * affected child; its parent joins the set unless already in.
      *-----------------------------------------------------------------
       exposed-parent-add.

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
                       display "CBLDDQ W  more than " AFFECTED_SIZE
                           " affected members, the exposure set is"
                           " incomplete."
                   end-if
                   if return-code < 4
                       move 4 to return-code
                   end-if
                   set AFFECTED_FULL_WARNED to TRUE
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * exposed-match-record -- List the program from the pair record
      * just read, which uses an affected member, each program once.
      *-----------------------------------------------------------------
       exposed-match-record.

           move spaces to seen-key
           move wu-program to seen-key
           perform seen-check
           if SEEN_FOUND
               exit paragraph
           end-if

           add 1 to match-count

           if NAMES_ONLY
               display function trim(wu-program)
           else
               display "CBLDDQ R    " wu-program
                   " via " function trim(wu-member)
                   " of " wu-library
           end-if

           exit.

      /-----------------------------------------------------------------
      * seen-check -- Has this answer been shown already? Remember it
      * if not. When the table fills, later answers are shown as they
      * come, duplicates and all, with a one-time warning.
      *-----------------------------------------------------------------
       seen-check.

           set SEEN_FOUND to FALSE
           perform varying seen-idx from 1 by 1
               until seen-idx > seen-count
               if seen-entry(seen-idx) = seen-key
                   set SEEN_FOUND to TRUE
                   exit perform
               end-if
           end-perform

           if not SEEN_FOUND
               if seen-count < SEEN_SIZE
                   add 1 to seen-count
                   move seen-key to seen-entry(seen-count)
               else
                   if not SEEN_FULL_WARNED
                       if not NAMES_ONLY
                           display "CBLDDQ W  more than " SEEN_SIZE
                               " distinct answers, duplicates are"
                               " no longer suppressed."
                       end-if
                       if return-code < 4
                           move 4 to return-code
                       end-if
                       set SEEN_FULL_WARNED to TRUE
                   end-if
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * field-wildcard-check -- A FIELD=/EXPOSED= value ending in *
      * matches on its prefix; note the prefix length and strip the *
      * so the match code only ever sees the prefix
      *-----------------------------------------------------------------
       field-wildcard-check.

           set FIELD_WILDCARD to FALSE
           move ZERO to field-prefix-len

           perform varying wild-idx from length of query-field
               by -1 until wild-idx < 1
               if query-field(wild-idx:1) not = space
                   if query-field(wild-idx:1) = "*"
                       set FIELD_WILDCARD to TRUE
                       compute field-prefix-len = wild-idx - 1
                       move space to query-field(wild-idx:1)
                   end-if
                   exit perform
               end-if
           end-perform

           exit.

      /-----------------------------------------------------------------
      * field-match-check -- Does the record's dd-name satisfy the
      * FIELD=/EXPOSED= query, exact or trailing-wildcard?
      * QUERY_MATCHED says. FILLER is never an answer, nor is the
      * placeholder standing for a nested COPY.
      *-----------------------------------------------------------------
       field-match-check.

           set QUERY_MATCHED to FALSE

           if dd-name = "FILLER" or dd-usage = "COPY"
               exit paragraph
           end-if

           if FIELD_WILDCARD
               if field-prefix-len = ZERO
                   set QUERY_MATCHED to TRUE
               else
                   if dd-name(1:field-prefix-len) =
                           query-field(1:field-prefix-len)
                       set QUERY_MATCHED to TRUE
                   end-if
               end-if
           else
               if dd-name = query-field
                   set QUERY_MATCHED to TRUE
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * get-errnos -- Retrieve C/C++ library errno and errno2 (errnojr)
      *-----------------------------------------------------------------
       get-errnos.

           call "__errno"  returning errno-ptr
           set address of errno to errno-ptr
           call "__errno2" returning errno2

           exit.

       end program "CBLDDQ".
