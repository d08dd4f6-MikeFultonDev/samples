      *
      * :(abstract
      * Companion utility to the CBLSRCX/MEXIT compiler exits and the
      * CBLWUQ query program. The exits keep the cumulative where-used
      * database (WHEREUSED=path on the exit parm) as a VSAM KSDS with
      * one record per program x library x member, updated in place
      * on every compile; this program loads an older flat where-used
      * file into it, purges all records for a retired program, and
      * prints database statistics. It uses the same C/C++ fopen/
      * flocate/fread/fwrite/fdelrec/fclose runtime functions as the
      * exits.
      * :)abstract
      *
      *-----------------------------------------------------------------
      * Usage Notes:
      * - the where-used KSDS is read from ddname WHEREUSD unless a
      *   FILE=path token names it directly (eg. FILE=//'dsname'),
      *   and its member alternate index through the PATH at ddname
      *   WHEREUSX unless XFILE=path names it
      * - the parm is KEY=VALUE tokens, comma separated, the same
      *   syntax as the exit parm eg. PARM='PURGE=PAYR0100'
      * - PURGE=program deletes every pair record for that program
      *   (nesting edges carry no program name and are kept)
      * - LOAD=path reads a where-used file in the old 80-byte
      *   append-only format and inserts each pair and edge not
      *   already in the KSDS, dated today under job *LOADED*
      * - COMPACT=Y is still accepted, but the KSDS holds each pair
      *   once so there is nothing left to compact
      * - statistics show the records, pairs, and nesting edges on
      *   file, the distinct programs and copybooks, and the range of
      *   last-compiled dates; the copybook count comes from the
      *   alternate index and shows n/a without it, as does the
      *   widest copybook -- the one most programs use -- and the
      *   length of its alternate index record; a warning (return
      *   code 4) is given once that record passes 80% of the
      *   262144-byte maximum defined below
      * - the cluster, index and path are defined with IDCAMS along
      *   these lines, then BLDINDEX once the base has records:
      *     DEFINE CLUSTER (NAME(hlq.WHEREUSD) INDEXED -
      *            KEYS(72 0) RECORDSIZE(112 112) SHAREOPTIONS(2 3))
      *     DEFINE AIX (NAME(hlq.WHEREUSD.AIX) -
      *            RELATE(hlq.WHEREUSD) KEYS(32 40) -
      *            RECORDSIZE(4096 262144) SPANNED -
      *            CONTROLINTERVALSIZE(32768) CYLINDERS(50 50) -
      *            NONUNIQUEKEY UPGRADE)
      *     DEFINE PATH (NAME(hlq.WHEREUSD.PATH) -
      *            PATHENTRY(hlq.WHEREUSD.AIX) UPDATE)
      * - a non-unique alternate index holds one record per copybook:
      *   a 5-byte header, the 32-byte member key, and the 72-byte
      *   prime key of every record using it (each program's pair and
      *   each copybook nesting it), 37 + 72 x n bytes. The maximum
      *   record size caps how many programs one copybook can serve:
      *   262144 bytes allows 3640. Past that the UPGRADE of the next
      *   insert fails and the exits stop where-used capture for the
      *   job, so raise the maximum (it has to fit in one control
      *   area, hence the cylinder allocation) before the statistics
      *   below reach it
      *-----------------------------------------------------------------
      * Changes:
      * 2026/09/03  Initial version: compact, purge, and report for
      *             the append-only where-used database.
      * 2026/10/15  The where-used database is now a KSDS: keyed
      *             purge, LOAD= migration of an old flat file, and
      *             statistics by key order; COMPACT=Y is a no-op.
      *-----------------------------------------------------------------
      * :(copyright
      * Copyright (c) 2026 IBM Canada Ltd.
       77  purge-program     pic x(30) value spaces.
       77  purge-wanted      pic x(1) value "N".
           88 PURGE_WANTED     value "Y" false is "N".
       77  load-path         pic x(65) value spaces.
       77  whereused-path    pic x(65) value spaces.
       77  index-path        pic x(65) value spaces.

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
      *> field; they are loaded like the pairs but never purged
      *> (they carry no program name)
       1   whereused-edge-record redefines whereused-record.
        2  we-marker         pic x(6).
        2  filler            pic x(1).
        2  we-parent         pic x(32).
        2  filler            pic x(1).
        2  we-child          pic x(32).
        2  filler            pic x(40).
       77  WE_EDGE_MARKER    pic x(6) value "*EDGE*".

      *> the old append-only file's 80-byte record, whose first 72
      *> bytes are laid out exactly as the KSDS key
       1   load-record.
        2  ld-key            pic x(72).
        2  filler            pic x(8).
       77  LOAD_JOB_NAME     pic x(8) value "*LOADED*".

      *> flocate search options -- stdio.h numbers them __RBA_EQ 1,
      *> __KEY_FIRST 2, __KEY_LAST 3, __KEY_EQ 4, __KEY_EQ_BWD 5,
      *> __KEY_GE 6 and __RBA_EQ_BWD 7; a key shorter than the file's
      *> key is a generic (prefix) search
       77  FLOCATE_KEY_EQ    pic s9(9) comp-5 value 4.
       77  FLOCATE_KEY_GE    pic s9(9) comp-5 value 6.

      *> load, purge and scan tallies for the statistics report
       77  record-count      pic s9(9) comp-5 value 0.
       77  pair-count        pic s9(9) comp-5 value 0.
       77  edge-rec-count    pic s9(9) comp-5 value 0.
       77  purged-count      pic s9(9) comp-5 value 0.
       77  load-read-count   pic s9(9) comp-5 value 0.
       77  loaded-count      pic s9(9) comp-5 value 0.
       77  present-count     pic s9(9) comp-5 value 0.
       77  program-count     pic s9(9) comp-5 value 0.
       77  member-count      pic s9(9) comp-5 value 0.
       77  widest-member     pic x(32) value spaces.
       77  widest-count      pic s9(9) comp-5 value 0.
       77  widest-length     pic s9(9) comp-5 value 0.
       77  member-run        pic s9(9) comp-5 value 0.
      *> the alternate index's maximum record size, as the usage
      *> notes define it, and its 5-byte header plus member key
       77  AIX_RECORD_MAX    pic s9(9) comp-5 value 262144.
       77  AIX_RECORD_BASE   pic s9(9) comp-5 value 37.
       77  member-counted    pic x(1) value "N".
           88 MEMBER_COUNTED   value "Y" false is "N".
       77  oldest-date       pic x(8) value spaces.
       77  newest-date       pic x(8) value spaces.
      *
       local-storage section.
       77  errno-ptr         pointer.
       77  errno2            pic 9(9) comp-5.
       77  whereused-ptr     pointer.
       77  whereused-filename pic x(100).
       77  load-ptr          pointer.
       77  load-filename     pic x(100).
       77  file-status       pic s9(9) comp-5.
       77  open-for-update   pic s9(4) comp-5 value 0.
           88 OPEN_FOR_UPDATE value 1 false is ZERO.
       77  open-via-index    pic s9(4) comp-5 value 0.
           88 OPEN_VIA_INDEX value 1 false is ZERO.
       77  maint-key         pic x(72).
       77  maint-key-len     pic s9(9) comp-5.
       77  maint-now         pic x(21).
       77  prev-program      pic x(30).
       77  prev-member       pic x(32).
       77  aix-key           pic x(32).

      *> maint-scan loop control -- re-initialized on every call
       77  maint-scan-done   pic s9(4) comp-5 value 0.
                             pic x(19).
      *
      *> working storage for parsing the parm into KEY=VALUE tokens,
      *> comma separated eg. "PURGE=PAYR0100,FILE=//'CBL.WHEREUSD'"
       77  parm-work         pic x(256).
       77  parm-ptr          pic s9(9) comp-5.
       77  parm-one-tok      pic x(64).

           perform maint-parse-parm

           if COMPACT_WANTED
               display "CBLWUM I  COMPACT=Y: the keyed database holds"
                   " each pair once, there is nothing to compact."
           end-if

           if load-path = spaces and not PURGE_WANTED
               display "CBLWUM I  no LOAD= or PURGE= on the parm,"
                   " reporting statistics only."
           end-if

           if load-path not = spaces
               perform maint-load
           end-if

           if PURGE_WANTED and return-code < 8
               perform maint-purge
           end-if

           perform maint-stats
                       set PURGE_WANTED to TRUE
                   end-if

               when "LOAD"
                   move spaces to load-path
                   move function trim(parm-val) to load-path

               when "FILE"
                   move spaces to whereused-path
                   move function trim(parm-val) to whereused-path

               when "XFILE"
                   move spaces to index-path
                   move function trim(parm-val) to index-path

               when other
                   continue

           exit.

      /-----------------------------------------------------------------
      * maint-open-file -- Open the where-used KSDS: the base cluster
      * from the WHEREUSD ddname unless FILE=path named it, or with
      * OPEN_VIA_INDEX its member alternate index path from the
      * WHEREUSX ddname unless XFILE=path named it; for reading, or
      * with OPEN_FOR_UPDATE for keyed update. whereused-ptr is NULL
      * on any failure.
      *-----------------------------------------------------------------
       maint-open-file.

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
                           display "CBLWUM E  "
                               function trim(index-path)
                               " overflowed the filename buffer."
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
                           display "CBLWUM E  "
                               function trim(whereused-path)
                               " overflowed the filename buffer."
                           exit paragraph
                   end-string
           end-evaluate

           if OPEN_FOR_UPDATE
               call "fopen" using
                   whereused-filename
                   by content z"rb+,type=record"
               returning whereused-ptr
           else
               call "fopen" using
                   whereused-filename
                   by content z"rb,type=record"
               returning whereused-ptr
           end-if

           if whereused-ptr = NULL then
               perform get-errnos
               if OPEN_VIA_INDEX
                   display "CBLWUM W  unable to open the where-used"
                       " member index path, "
                       "errno=" errno ","
                       "errno2=" hex-of(errno2)
               else
                   display "CBLWUM E  unable to open the where-used"
                       " file, "
                       "errno=" errno ","
                       "errno2=" hex-of(errno2)
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * maint-load -- Migrate an old append-only where-used file: each
      * of its records whose key is not yet in the KSDS is inserted,
      * dated today under job *LOADED*, so the old file's repeated
      * records collapse to one per pair and re-running the load is
      * harmless.
      *-----------------------------------------------------------------
       maint-load.

           move spaces to load-filename
           string
               function trim(load-path) delimited by size
               x'00' delimited by size
               into load-filename
               on overflow
                   display "CBLWUM E  " function trim(load-path)
                       " overflowed the filename buffer."
                   move 8 to return-code
                   exit paragraph
           end-string

           call "fopen" using
               load-filename
               by content z"rb,type=record"
           returning load-ptr

           if load-ptr = NULL then
               perform get-errnos
               display "CBLWUM E  unable to open the file to load "
                   function trim(load-path) ", "
                   "errno=" errno ","
                   "errno2=" hex-of(errno2)
               move 8 to return-code
               exit paragraph
           end-if

           set OPEN_VIA_INDEX to FALSE
           set OPEN_FOR_UPDATE to TRUE
           perform maint-open-file
           if whereused-ptr = NULL
               call "fclose" using by value
                   load-ptr
               returning file-status
               move 8 to return-code
               exit paragraph
           end-if

           move function current-date to maint-now

           set MAINT_SCAN_DONE to FALSE
           perform until MAINT_SCAN_DONE
               move spaces to load-record
               call "fread" using by value
                   address of load-record
                   1
                   length of load-record
                   load-ptr
               returning file-status

               if file-status = ZERO
                   set MAINT_SCAN_DONE to TRUE
               else
                   add 1 to load-read-count
                   perform maint-load-record
               end-if
           end-perform

           call "fclose" using by value
               load-ptr
           returning file-status
           call "fclose" using by value
               whereused-ptr
           returning file-status

           display "CBLWUM I  " load-read-count " record(s) read from "
               function trim(load-path) ", " loaded-count
               " inserted, " present-count " already on file."

           exit.

      /-----------------------------------------------------------------
      * maint-load-record -- Insert the old record just read unless
      * its key is already on file
      *-----------------------------------------------------------------
       maint-load-record.

           move ld-key to maint-key
           move length of maint-key to maint-key-len
           call "flocate" using
               by value whereused-ptr
               by reference maint-key
               by value maint-key-len
               by value FLOCATE_KEY_EQ
           returning file-status

           if file-status = ZERO
               add 1 to present-count
               exit paragraph
           end-if

           move spaces to whereused-record
           move ld-key to wu-key
           move maint-now(1:8) to wu-first-date
           move LOAD_JOB_NAME  to wu-first-job
           move maint-now(1:8) to wu-last-date
           move LOAD_JOB_NAME  to wu-last-job

           call "fwrite" using by value
               address of whereused-record
               1
               length of whereused-record
               whereused-ptr
           returning file-status

           if file-status not = length of whereused-record
               perform get-errnos
               display "CBLWUM E  insert of "
                   function trim(ld-key) " failed, "
                   "errno=" errno ","
                   "errno2=" hex-of(errno2) "."
               move 8 to return-code
               set MAINT_SCAN_DONE to TRUE
               exit paragraph
           end-if

           add 1 to loaded-count

           exit.

      /-----------------------------------------------------------------
      * maint-purge -- Delete every pair record for the PURGE=
      * program. Its records are contiguous in key order, so one
      * generic locate on the program name finds them all.
      *-----------------------------------------------------------------
       maint-purge.

           set OPEN_VIA_INDEX to FALSE
           set OPEN_FOR_UPDATE to TRUE
           perform maint-open-file
           if whereused-ptr = NULL
               move 8 to return-code
               exit paragraph
           end-if

           move spaces to maint-key
           move purge-program to maint-key
           move length of wu-program to maint-key-len
           call "flocate" using
               by value whereused-ptr
               by reference maint-key
               by value maint-key-len
               by value FLOCATE_KEY_GE
           returning file-status

           set MAINT_SCAN_DONE to FALSE
           if file-status not = ZERO
               set MAINT_SCAN_DONE to TRUE
           end-if

           perform until MAINT_SCAN_DONE
               move spaces to whereused-record
               call "fread" using by value
                   address of whereused-record
                   1
                   length of whereused-record
                   whereused-ptr
               returning file-status

               if file-status = ZERO or wu-program not = purge-program
                   set MAINT_SCAN_DONE to TRUE
               else
                   call "fdelrec" using by value
                       whereused-ptr
                   returning file-status
                   if file-status not = ZERO
                       perform get-errnos
                       display "CBLWUM E  delete of "
                           function trim(wu-key) " failed, "
                           "errno=" errno ","
                           "errno2=" hex-of(errno2) "."
                       move 8 to return-code
                       set MAINT_SCAN_DONE to TRUE
                   else
                       add 1 to purged-count
                   end-if
               end-if
           end-perform

           call "fclose" using by value
               whereused-ptr
           returning file-status

           if purged-count = ZERO
               display "CBLWUM I  no records on file for program "
                   function trim(purge-program) "."
           else
               display "CBLWUM I  " purged-count " record(s) for"
                   " program " function trim(purge-program)
                   " deleted."
           end-if

           exit.

      /-----------------------------------------------------------------
      * maint-stats -- Read the base cluster in key order, counting
      * records, pairs and edges, the distinct programs (a change of
      * program from one pair to the next) and the range of
      * last-compiled dates; then the alternate index in member order
      * for the distinct copybooks. Print the statistics.
      *-----------------------------------------------------------------
       maint-stats.

           set OPEN_VIA_INDEX to FALSE
           set OPEN_FOR_UPDATE to FALSE
           perform maint-open-file
           if whereused-ptr = NULL
               move 8 to return-code
               exit paragraph
           end-if

           move high-values to prev-program
           set MAINT_SCAN_DONE to FALSE
           perform until MAINT_SCAN_DONE
               move spaces to whereused-record
               call "fread" using by value
                   address of whereused-record
                   1
                   length of whereused-record
                   whereused-ptr
               returning file-status

               if file-status = ZERO
                   set MAINT_SCAN_DONE to TRUE
               else
                   add 1 to record-count
                   perform maint-stats-record
               end-if
           end-perform

           call "fclose" using by value
               whereused-ptr
           returning file-status

           *> distinct copybooks need the member order of the index
           set OPEN_VIA_INDEX to TRUE
           perform maint-open-file
           if whereused-ptr not = NULL
               set MEMBER_COUNTED to TRUE
               move high-values to prev-member
               move high-values to aix-key
               move ZERO to member-run
               set MAINT_SCAN_DONE to FALSE
               perform until MAINT_SCAN_DONE
                   move spaces to whereused-record
                   call "fread" using by value
                       address of whereused-record
                       1
                       length of whereused-record
                       whereused-ptr
                   returning file-status

                   if file-status = ZERO
                       set MAINT_SCAN_DONE to TRUE
                   else
                       if we-marker not = WE_EDGE_MARKER and
                          wu-member not = prev-member
                           add 1 to member-count
                           move wu-member to prev-member
                       end-if
                       perform maint-stats-index-run
                   end-if
               end-perform
               move high-values to whereused-record
               perform maint-stats-index-run

               call "fclose" using by value
                   whereused-ptr
               returning file-status
           end-if

           display "CBLWUM R  ==== Where-used database statistics"
               " ===="
           display "CBLWUM R  records on file:     " record-count
           display "CBLWUM R  pair records:        " pair-count
           display "CBLWUM R  nesting edge records:" edge-rec-count
           display "CBLWUM R  distinct programs:   " program-count
           if MEMBER_COUNTED
               display "CBLWUM R  distinct copybooks:  " member-count
               compute widest-length =
                   AIX_RECORD_BASE + 72 * widest-count
               display "CBLWUM R  widest copybook:     "
                   function trim(widest-member) ", "
                   widest-count " record(s), index record "
                   widest-length " bytes"
               if widest-length * 10 > AIX_RECORD_MAX * 8
                   display "CBLWUM W  the widest copybook's alternate"
                       " index record is past 80% of its "
                       AIX_RECORD_MAX "-byte maximum; raise the"
                       " AIX RECORDSIZE before inserts start failing."
                   if return-code < 4
                       move 4 to return-code
                   end-if
               end-if
           else
               display "CBLWUM R  distinct copybooks:  n/a"
               display "CBLWUM R  widest copybook:     n/a"
           end-if
           display "CBLWUM R  oldest last compile: " oldest-date
           display "CBLWUM R  newest last compile: " newest-date
           display "CBLWUM R  ==== End statistics ===="

           exit.

      /-----------------------------------------------------------------
      * maint-stats-record -- Tally the base record just read
      *-----------------------------------------------------------------
       maint-stats-record.

           if we-marker = WE_EDGE_MARKER
               add 1 to edge-rec-count
               exit paragraph
           end-if

           add 1 to pair-count

           *> pairs arrive in program order, so each change of
           *> program is a new one
           if wu-program not = prev-program
               add 1 to program-count
               move wu-program to prev-program
           end-if

           if oldest-date = spaces or wu-last-date < oldest-date
               move wu-last-date to oldest-date
           end-if
           if wu-last-date > newest-date
               move wu-last-date to newest-date
           end-if

           exit.

      /-----------------------------------------------------------------
      * maint-stats-index-run -- Count the record just read from the
      * alternate index into the run of records sharing its member
      * key (pairs and the edges nesting the member alike, since each
      * holds a prime key in that index record); at a change of key
      * the finished run is kept if it is the widest so far. A record
      * of high-values closes the last run.
      *-----------------------------------------------------------------
       maint-stats-index-run.

           if whereused-record(41:32) = aix-key
               add 1 to member-run
               exit paragraph
           end-if

           if member-run > widest-count
               move member-run to widest-count
               move aix-key to widest-member
           end-if

           move whereused-record(41:32) to aix-key
           move 1 to member-run

           exit.

      /-----------------------------------------------------------------
      * get-errnos -- Retrieve C/C++ library errno and errno2 (errnojr)
      *-----------------------------------------------------------------
