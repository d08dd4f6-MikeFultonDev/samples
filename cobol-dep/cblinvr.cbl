      *-----------------------------------------------------------------
      * :title Copybook library inventory and orphan report
      *
      * :(abstract
      * Companion utility to the CBLSRCX/MEXIT compiler exits. This
      * program inventories the copybook libraries themselves -- the
      * DD-allocated PDS/PDSEs CBLSRCX's libexit-open routes to, and
      * the zFS directories on MEXIT's SEARCH= path -- and reconciles
      * the inventory against the cumulative where-used file the exits
      * keep (WHEREUSED=path on the exit parm). Three sections: members
      * no program has ever used (retirement candidates), members the
      * where-used file records that no longer exist in any library,
      * and libraries the where-used file names that were not part of
      * the inventory. It uses the same C/C++ fopen/fread/fclose
      * runtime functions as the exits, and the z/OS UNIX callable
      * services for the zFS directories.
      * :)abstract
      *
      *-----------------------------------------------------------------
      * Usage Notes:
      * - the parm is KEY=VALUE tokens, comma separated, the same
      *   syntax as the exit parm eg. PARM='LIBS=SYSLIB:PAYLIB'
      * - LIBS=dd1:dd2:... names the DDs to inventory; each DD is read
      *   as a PDS directory and its members are filed under the DD
      *   name, which is the library name CBLSRCX records (a
      *   concatenated DD shows only its first data set's directory,
      *   so allocate each library to its own DD for the inventory)
      * - SEARCH=dir1:dir2:... names zFS directories to inventory, the
      *   same list as the MEXIT SEARCH= parm; their files are filed
      *   under SEARCHLIB=name (default SYSLIB), the library name MEXIT
      *   records for them. Every directory entry but . and .. is
      *   taken as a member.
      * - the where-used file is read from ddname WHEREUSD unless a
      *   FILE=path token names it directly
      * - a member is "used" if a where-used pair names it in the same
      *   library (or in a library not inventoried, where the library
      *   can't be told apart), or an *EDGE* record names it as a
      *   nested child; PDS aliases are listed as such
      * - the missing-member section covers pairs from inventoried
      *   libraries and *EDGE* children; a member recorded only under
      *   a library not inventoried is accounted for in the third
      *   section instead
      * - return code 4 means a library could not be read or a table
      *   overflowed and the report is incomplete, 8 means the
      *   where-used file could not be read at all
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
       program-id. "CBLINVR".
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
      *> the libraries to inventory, set from the parm tokens: PDS DD
      *> names from LIBS=, zFS directories from SEARCH= (all filed
      *> under the SEARCHLIB= library name)
       77  LIB_SIZE          pic s9(4) comp-5 value 20.
       77  pds-count         pic s9(4) comp-5 value 0.
       1   pds-table.
        2  pds-dd            occurs 20 pic x(8). *> LIB_SIZE
       77  dir-count         pic s9(4) comp-5 value 0.
       1   dir-table.
        2  dir-path          occurs 20 pic x(64). *> LIB_SIZE
       77  search-library    pic x(8) value "SYSLIB".
       77  whereused-path    pic x(65) value spaces.

      *> the library names inventoried, and the member count of each
       77  inv-lib-count     pic s9(4) comp-5 value 0.
       1   inv-lib-table.
        2  inv-lib-entry     occurs 40. *> LIB_SIZE * 2
         3 inv-lib-name      pic x(8).
         3 inv-lib-members   pic s9(9) comp-5.

      *> one entry per member found in a library
       77  INV_SIZE          pic s9(9) comp-5 value 20000.
       77  inv-count         pic s9(9) comp-5 value 0.
       77  inv-full-warned   pic s9(4) comp-5 value 0.
           88 INV_FULL_WARNED  value 1 false is ZERO.
       1   inv-table.
        2  inv-entry         occurs 20000. *> INV_SIZE
         3 inv-library       pic x(8).
         3 inv-source        pic x(64).
         3 inv-member        pic x(32).
         3 inv-alias         pic x(1).
         3 inv-used          pic x(1).

      *> the distinct library+member references in the where-used
      *> file, kept in member+library order so each lookup is a
      *> binary search; *EDGE* children are filed with a blank
      *> library
       77  REF_SIZE          pic s9(9) comp-5 value 20000.
       77  ref-count         pic s9(9) comp-5 value 0.
       77  ref-full-warned   pic s9(4) comp-5 value 0.
           88 REF_FULL_WARNED  value 1 false is ZERO.
       1   ref-table.
        2  ref-entry         occurs 20000. *> REF_SIZE
         3 ref-key.
          4 ref-member       pic x(32).
          4 ref-library      pic x(8).
         3 ref-found         pic x(1).

      *> the distinct libraries the where-used file names
       77  WU_LIB_SIZE       pic s9(4) comp-5 value 200.
       77  wu-lib-count      pic s9(4) comp-5 value 0.
       77  wu-lib-full-warned pic s9(4) comp-5 value 0.
           88 WU_LIB_FULL_WARNED value 1 false is ZERO.
       1   wu-lib-table.
        2  wu-lib-entry      occurs 200. *> WU_LIB_SIZE
         3 wu-lib-name       pic x(8).
         3 wu-lib-pairs      pic s9(9) comp-5.

      *> one fixed 112-byte record per program x copybook pair, the
      *> same layout CBLSRCX and MEXIT write to the where-used KSDS,
      *> read here in key order from the base cluster
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

      *> one 256-byte PDS directory block: a halfword count of the
      *> bytes used (itself included), then entries of an 8-byte
      *> name, a 3-byte TTR, and an indicator byte whose high bit
      *> flags an alias and whose low 5 bits count the halfwords of
      *> user data that follow; a name of all x"FF" ends the directory
       1   dir-block.
        2  dir-block-used    pic 9(4) comp-5.
        2  filler            pic x(254).
       1   dir-block-text redefines dir-block pic x(256).
       77  DIR_END_NAME      pic x(8) value all x"FF".

      *> a halfword picked out of a buffer, for its binary value
       1   half-work.
        2  half-bin          pic 9(4) comp-5.
       1   half-text redefines half-work pic x(2).

      *> z/OS UNIX readdir buffer: each entry is a halfword entry
      *> length, a halfword name length, then the name
       77  rdd-buffer        pic x(4096).
       77  rdd-buffer-len    pic s9(9) comp-5 value 4096.
       77  rdd-buffer-alet   pic s9(9) comp-5 value 0.

       77  record-count      pic s9(9) comp-5 value 0.
       77  unused-count      pic s9(9) comp-5 value 0.
       77  missing-count     pic s9(9) comp-5 value 0.
       77  unknown-lib-count pic s9(9) comp-5 value 0.
      *
       local-storage section.
       77  errno-ptr         pointer.
       77  errno2            pic 9(9) comp-5.
       77  dir-ptr           pointer.
       77  dir-filename      pic x(100).
       77  whereused-ptr     pointer.
       77  whereused-filename pic x(100).
       77  file-status       pic s9(9) comp-5.

      *> scan loop control -- re-initialized on every call
       77  dir-done          pic s9(4) comp-5 value 0.
           88 DIR_DONE       value 1 false is ZERO.
       77  query-scan-done   pic s9(4) comp-5 value 0.
           88 QUERY_SCAN_DONE  value 1 false is ZERO.

      *> inventory scratch
       77  lib-idx           pic s9(4) comp-5.
       77  inv-idx           pic s9(9) comp-5.
       77  new-library       pic x(8).
       77  new-source        pic x(64).
       77  new-member        pic x(32).
       77  new-alias         pic x(1).
       77  dir-pos           pic s9(4) comp-5.
       77  dir-ind           pic s9(4) comp-5.
       77  dir-user-halves   pic s9(4) comp-5.
       77  lib-member-base   pic s9(9) comp-5.

      *> zFS directory scratch
       77  zfs-path          pic x(256).
       77  zfs-path-len      pic s9(9) comp-5.
       77  zfs-fd            pic s9(9) comp-5.
       77  zfs-rv            pic s9(9) comp-5.
       77  zfs-rc            pic s9(9) comp-5.
       77  zfs-rsn           pic s9(9) comp-5.
       77  saved-return-code pic s9(9) comp-5.
       77  zfs-entry-idx     pic s9(9) comp-5.
       77  zfs-pos           pic s9(9) comp-5.
       77  zfs-entry-len     pic s9(9) comp-5.
       77  zfs-name-len      pic s9(9) comp-5.

      *> reference table scratch: the key being looked up, where the
      *> binary search ended, and whether it hit
       1   probe-key.
        2  probe-member      pic x(32).
        2  probe-library     pic x(8).
       77  ref-lo            pic s9(9) comp-5.
       77  ref-hi            pic s9(9) comp-5.
       77  ref-mid           pic s9(9) comp-5.
       77  ref-idx           pic s9(9) comp-5.
       77  ref-hit           pic s9(4) comp-5.
           88 REF_HIT        value 1 false is ZERO.
       77  lib-known         pic s9(4) comp-5.
           88 LIB_KNOWN      value 1 false is ZERO.
       77  when-compiled-pic pic 9999/99/99B99,99,99.
       77  when-compiled-str redefines when-compiled-pic
                             pic x(19).
      *
      *> working storage for parsing the parm into KEY=VALUE tokens,
      *> comma separated eg. "LIBS=SYSLIB:PAYLIB,FILE=whereused.db"
       77  parm-work         pic x(256).
       77  parm-ptr          pic s9(9) comp-5.
       77  parm-one-tok      pic x(256).
       77  parm-key          pic x(32).
       77  parm-val          pic x(256).
       77  list-ptr          pic s9(9) comp-5.
       77  list-one          pic x(64).
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
           display "CBLINVR I  Compiled " when-compiled-str "."

           if pds-count = ZERO and dir-count = ZERO
               display "CBLINVR E  no LIBS= or SEARCH= on the parm,"
                   " nothing to inventory."
               move 8 to return-code
               goback
           end-if

           *> the inventory itself
           perform varying lib-idx from 1 by 1
               until lib-idx > pds-count
               perform inventory-pds
           end-perform
           perform varying lib-idx from 1 by 1
               until lib-idx > dir-count
               perform inventory-zfs
           end-perform

           display "CBLINVR I  " inv-count " member(s) in "
               inv-lib-count " librar(y/ies) inventoried."

           *> the references the where-used file makes
           perform whereused-scan
           if return-code >= 8
               goback
           end-if

           display "CBLINVR I  " ref-count " distinct reference(s)"
               " from " record-count " where-used record(s)."

           perform report-unused
           perform report-missing
           perform report-unknown-libraries

           display "CBLINVR I  " unused-count " unused member(s), "
               missing-count " missing member(s), "
               unknown-lib-count " librar(y/ies) not inventoried."

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

               when "LIBS"
                   move ZERO to pds-count
                   move 1 to list-ptr
                   perform until list-ptr > length of parm-val
                       or pds-count >= LIB_SIZE
                       move spaces to list-one
                       unstring parm-val delimited by ":"
                           into list-one
                           with pointer list-ptr
                       end-unstring
                       if list-one not = spaces
                           add 1 to pds-count
                           move function trim(list-one)
                               to pds-dd(pds-count)
                       end-if
                   end-perform

               when "SEARCH"
                   move ZERO to dir-count
                   move 1 to list-ptr
                   perform until list-ptr > length of parm-val
                       or dir-count >= LIB_SIZE
                       move spaces to list-one
                       unstring parm-val delimited by ":"
                           into list-one
                           with pointer list-ptr
                       end-unstring
                       if list-one not = spaces
                           add 1 to dir-count
                           move function trim(list-one)
                               to dir-path(dir-count)
                       end-if
                   end-perform

               when "SEARCHLIB"
                   move spaces to search-library
                   move function trim(parm-val) to search-library

               when "FILE"
                   move spaces to whereused-path
                   move function trim(parm-val) to whereused-path

               when other
                   continue

           end-evaluate

           exit.

      /-----------------------------------------------------------------
      * inventory-pds -- Read the directory of the PDS allocated to
      * DD pds-dd(lib-idx) and add each member to the inventory
      *-----------------------------------------------------------------
       inventory-pds.

           move spaces to dir-filename
           string
               "//DD:"
               pds-dd(lib-idx) delimited by space
               x'00' delimited by size
               into dir-filename
           end-string

           *> a PDS opened without a member name reads back as its
           *> directory, one 256-byte block per record
           call "fopen" using
               dir-filename
               by content z"rb,type=record,recfm=u"
           returning dir-ptr

           if dir-ptr = NULL then
               perform get-errnos
               display "CBLINVR W  unable to open the directory of "
                   "DD " function trim(pds-dd(lib-idx)) ", "
                   "errno=" errno ","
                   "errno2=" hex-of(errno2)
                   ", library not inventoried."
               if return-code < 4
                   move 4 to return-code
               end-if
               exit paragraph
           end-if

           move pds-dd(lib-idx) to new-library
           move pds-dd(lib-idx) to new-source
           perform inventory-library-add
           move inv-count to lib-member-base

           set DIR_DONE to FALSE
           perform until DIR_DONE
               move low-values to dir-block
               call "fread" using by value
                   address of dir-block
                   1
                   length of dir-block
                   dir-ptr
               returning file-status

               if file-status = ZERO
                   set DIR_DONE to TRUE
               else
                   perform inventory-pds-block
               end-if
           end-perform

           call "fclose" using by value
               dir-ptr
           returning file-status

           compute inv-lib-members(inv-lib-count) =
               inv-count - lib-member-base
           display "CBLINVR I  DD " pds-dd(lib-idx) " "
               inv-lib-members(inv-lib-count) " member(s)."

           exit.

      /-----------------------------------------------------------------
      * inventory-pds-block -- Add the members of one directory block;
      * the end-of-directory entry sets DIR_DONE
      *-----------------------------------------------------------------
       inventory-pds-block.

           move 3 to dir-pos
           perform until dir-pos + 11 > dir-block-used or DIR_DONE

               if dir-block-text(dir-pos:8) = DIR_END_NAME
                   set DIR_DONE to TRUE
                   exit perform
               end-if

               move low-values to half-text
               move dir-block-text(dir-pos + 11:1) to half-text(2:1)
               move half-bin to dir-ind
               compute dir-user-halves = function mod(dir-ind, 32)

               move dir-block-text(dir-pos:8) to new-member
               if dir-ind >= 128
                   move "A" to new-alias
               else
                   move space to new-alias
               end-if
               perform inventory-member-add

               compute dir-pos = dir-pos + 12 + dir-user-halves * 2
           end-perform

           exit.

      /-----------------------------------------------------------------
      * inventory-zfs -- Read the zFS directory dir-path(lib-idx) with
      * the z/OS UNIX opendir/readdir/closedir services and add each
      * entry to the inventory under the SEARCHLIB= library name
      *-----------------------------------------------------------------
       inventory-zfs.

           move spaces to zfs-path
           move function trim(dir-path(lib-idx)) to zfs-path
           move function length(function trim(dir-path(lib-idx)))
               to zfs-path-len

           *> the callable services leave return-code undefined
           move return-code to saved-return-code
           call "BPX1OPD" using
               zfs-path-len
               zfs-path
               zfs-fd
               zfs-rc
               zfs-rsn
           move saved-return-code to return-code

           if zfs-fd < ZERO
               display "CBLINVR W  unable to open directory "
                   function trim(dir-path(lib-idx)) ", "
                   "rc=" zfs-rc "," "rsn=" hex-of(zfs-rsn)
                   ", library not inventoried."
               if return-code < 4
                   move 4 to return-code
               end-if
               exit paragraph
           end-if

           move search-library to new-library
           move dir-path(lib-idx) to new-source
           perform inventory-library-add
           move inv-count to lib-member-base

           set DIR_DONE to FALSE
           perform until DIR_DONE
               move return-code to saved-return-code
               call "BPX1RDD" using
                   zfs-fd
                   rdd-buffer
                   rdd-buffer-alet
                   rdd-buffer-len
                   zfs-rv
                   zfs-rc
                   zfs-rsn
               move saved-return-code to return-code

               evaluate TRUE
                   when zfs-rv < ZERO
                       display "CBLINVR W  reading directory "
                           function trim(dir-path(lib-idx))
                           " failed, "
                           "rc=" zfs-rc "," "rsn=" hex-of(zfs-rsn)
                           ", inventory incomplete."
                       if return-code < 4
                           move 4 to return-code
                       end-if
                       set DIR_DONE to TRUE
                   when zfs-rv = ZERO
                       set DIR_DONE to TRUE
                   when other
                       perform inventory-zfs-entries
               end-evaluate
           end-perform

           move return-code to saved-return-code
           call "BPX1CLD" using
               zfs-fd
               zfs-rv
               zfs-rc
               zfs-rsn
           move saved-return-code to return-code

           compute inv-lib-members(inv-lib-count) =
               inv-count - lib-member-base
           display "CBLINVR I  " function trim(dir-path(lib-idx))
               " " inv-lib-members(inv-lib-count) " member(s)."

           exit.

      /-----------------------------------------------------------------
      * inventory-zfs-entries -- Add the zfs-rv entries readdir just
      * returned in rdd-buffer
      *-----------------------------------------------------------------
       inventory-zfs-entries.

           move 1 to zfs-pos
           perform varying zfs-entry-idx from 1 by 1
               until zfs-entry-idx > zfs-rv
                  or zfs-pos + 4 > length of rdd-buffer

               move rdd-buffer(zfs-pos:2) to half-text
               move half-bin to zfs-entry-len
               move rdd-buffer(zfs-pos + 2:2) to half-text
               move half-bin to zfs-name-len

               if zfs-entry-len < 4
                   exit perform
               end-if

               if zfs-name-len > ZERO and
                  zfs-name-len <= length of new-member
                   move spaces to new-member
                   move rdd-buffer(zfs-pos + 4:zfs-name-len)
                       to new-member
                   if new-member not = "." and new-member not = ".."
                       move space to new-alias
                       perform inventory-member-add
                   end-if
               end-if

               add zfs-entry-len to zfs-pos
           end-perform

           exit.

      /-----------------------------------------------------------------
      * inventory-library-add -- Note new-library as inventoried (one
      * entry per name; several SEARCH= directories share one)
      *-----------------------------------------------------------------
       inventory-library-add.

           perform varying inv-idx from 1 by 1
               until inv-idx > inv-lib-count
               if inv-lib-name(inv-idx) = new-library
                   exit perform
               end-if
           end-perform

           if inv-idx > inv-lib-count
               add 1 to inv-lib-count
               move new-library to inv-lib-name(inv-lib-count)
               move ZERO to inv-lib-members(inv-lib-count)
           end-if

           exit.

      /-----------------------------------------------------------------
      * inventory-member-add -- Add new-member of new-library (found
      * in new-source) to the inventory
      *-----------------------------------------------------------------
       inventory-member-add.

           if inv-count >= INV_SIZE
               if not INV_FULL_WARNED
                   display "CBLINVR W  more than " INV_SIZE
                       " members inventoried, members past "
                       INV_SIZE " are not reported."
                   if return-code < 4
                       move 4 to return-code
                   end-if
                   set INV_FULL_WARNED to TRUE
               end-if
               exit paragraph
           end-if

           add 1 to inv-count
           move new-library to inv-library(inv-count)
           move new-source  to inv-source(inv-count)
           move new-member  to inv-member(inv-count)
           move new-alias   to inv-alias(inv-count)
           move "N"         to inv-used(inv-count)

           exit.

      /-----------------------------------------------------------------
      * whereused-scan -- Read the where-used file, collecting the
      * distinct library+member references and the libraries named
      *-----------------------------------------------------------------
       whereused-scan.

           perform whereused-open-file
           if whereused-ptr = NULL
               exit paragraph
           end-if

           perform until QUERY_SCAN_DONE
               move spaces to whereused-record
               call "fread" using by value
                   address of whereused-record
                   1
                   length of whereused-record
                   whereused-ptr
               returning file-status

               if file-status = ZERO
                   set QUERY_SCAN_DONE to TRUE
               else
                   add 1 to record-count
                   if we-marker = WE_EDGE_MARKER
                       move we-child to probe-member
                       move spaces   to probe-library
                   else
                       move wu-member  to probe-member
                       move wu-library to probe-library
                       perform wu-library-note
                   end-if
                   perform ref-insert
               end-if
           end-perform

           call "fclose" using by value
               whereused-ptr
           returning file-status

           exit.

      /-----------------------------------------------------------------
      * whereused-open-file -- Open the where-used file for reading,
      * defaulting to the WHEREUSD ddname unless FILE=path named it
      * directly. whereused-ptr is NULL on any failure.
      *-----------------------------------------------------------------
       whereused-open-file.

           set whereused-ptr to NULL

           move spaces to whereused-filename
           if whereused-path = spaces
               string
                   "//DD:WHEREUSD"
                   x'00' delimited by size
                   into whereused-filename
               end-string
           else
               string
                   function trim(whereused-path)
                       delimited by size
                   x'00' delimited by size
                   into whereused-filename
                   on overflow
                       display "CBLINVR E  "
                           function trim(whereused-path)
                           " overflowed the filename buffer."
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
               display "CBLINVR E  unable to open the where-used"
                   " file, "
                   "errno=" errno ","
                   "errno2=" hex-of(errno2)
               move 8 to return-code
           end-if

           exit.

      /-----------------------------------------------------------------
      * wu-library-note -- Count the pair just read against its
      * library
      *-----------------------------------------------------------------
       wu-library-note.

           perform varying lib-idx from 1 by 1
               until lib-idx > wu-lib-count
               if wu-lib-name(lib-idx) = wu-library
                   add 1 to wu-lib-pairs(lib-idx)
                   exit paragraph
               end-if
           end-perform

           if wu-lib-count < WU_LIB_SIZE
               add 1 to wu-lib-count
               move wu-library to wu-lib-name(wu-lib-count)
               move 1 to wu-lib-pairs(wu-lib-count)
           else
               if not WU_LIB_FULL_WARNED
                   display "CBLINVR W  more than " WU_LIB_SIZE
                       " distinct libraries in the where-used file,"
                       " libraries past " WU_LIB_SIZE
                       " are not reported."
                   if return-code < 4
                       move 4 to return-code
                   end-if
                   set WU_LIB_FULL_WARNED to TRUE
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * ref-search -- Binary search of the reference table for
      * probe-key: REF_HIT with ref-idx at the entry, or not REF_HIT
      * with ref-idx where it would be inserted
      *-----------------------------------------------------------------
       ref-search.

           set REF_HIT to FALSE
           move 1 to ref-lo
           move ref-count to ref-hi

           perform until ref-lo > ref-hi
               compute ref-mid = (ref-lo + ref-hi) / 2
               evaluate TRUE
                   when ref-key(ref-mid) = probe-key
                       set REF_HIT to TRUE
                       move ref-mid to ref-idx
                       exit paragraph
                   when ref-key(ref-mid) < probe-key
                       compute ref-lo = ref-mid + 1
                   when other
                       compute ref-hi = ref-mid - 1
               end-evaluate
           end-perform

           move ref-lo to ref-idx

           exit.

      /-----------------------------------------------------------------
      * ref-insert -- Add probe-key to the reference table, in order,
      * unless it is already there. The cumulative file repeats the
      * same pairs every job, so most reads land on a hit and leave.
      *-----------------------------------------------------------------
       ref-insert.

           perform ref-search
           if REF_HIT
               exit paragraph
           end-if

           if ref-count >= REF_SIZE
               if not REF_FULL_WARNED
                   display "CBLINVR W  more than " REF_SIZE
                       " distinct references in the where-used file,"
                       " references past " REF_SIZE
                       " are not considered."
                   if return-code < 4
                       move 4 to return-code
                   end-if
                   set REF_FULL_WARNED to TRUE
               end-if
               exit paragraph
           end-if

           *> open a slot at ref-idx
           perform varying ref-mid from ref-count by -1
               until ref-mid < ref-idx
               move ref-entry(ref-mid) to ref-entry(ref-mid + 1)
           end-perform

           add 1 to ref-count
           move probe-key to ref-key(ref-idx)
           move "N" to ref-found(ref-idx)

           exit.

      /-----------------------------------------------------------------
      * report-unused -- Section 1: members in a library that nothing
      * in the where-used file uses. Along the way, every reference
      * whose member exists somewhere is flagged found for section 2.
      *-----------------------------------------------------------------
       report-unused.

           display "CBLINVR I  "
           display "CBLINVR I  members never used (retirement"
               " candidates):"

           perform varying inv-idx from 1 by 1
               until inv-idx > inv-count
               perform inventory-usage-check
               if inv-used(inv-idx) not = "Y"
                   add 1 to unused-count
                   if inv-alias(inv-idx) = "A"
                       display "CBLINVR R    " inv-member(inv-idx)
                           " of " inv-library(inv-idx)
                           " in " function trim(inv-source(inv-idx))
                           " (alias)"
                   else
                       display "CBLINVR R    " inv-member(inv-idx)
                           " of " inv-library(inv-idx)
                           " in " function trim(inv-source(inv-idx))
                   end-if
               end-if
           end-perform

           exit.

      /-----------------------------------------------------------------
      * inventory-usage-check -- Walk the references to the member at
      * inv-idx (they sit together, being in member order): it is used
      * if one is in its own library, an *EDGE* child, or in a library
      * not inventoried. Each reference walked is flagged found.
      *-----------------------------------------------------------------
       inventory-usage-check.

           move inv-member(inv-idx) to probe-member
           move low-values to probe-library
           perform ref-search

           perform until ref-idx > ref-count
               if ref-member(ref-idx) not = inv-member(inv-idx)
                   exit perform
               end-if
               move "Y" to ref-found(ref-idx)

               if ref-library(ref-idx) = inv-library(inv-idx) or
                  ref-library(ref-idx) = spaces
                   move "Y" to inv-used(inv-idx)
               else
                   perform library-known-check
                   if not LIB_KNOWN
                       move "Y" to inv-used(inv-idx)
                   end-if
               end-if

               add 1 to ref-idx
           end-perform

           exit.

      /-----------------------------------------------------------------
      * library-known-check -- Was ref-library(ref-idx) inventoried?
      * LIB_KNOWN says.
      *-----------------------------------------------------------------
       library-known-check.

           set LIB_KNOWN to FALSE
           perform varying lib-idx from 1 by 1
               until lib-idx > inv-lib-count
               if inv-lib-name(lib-idx) = ref-library(ref-idx)
                   set LIB_KNOWN to TRUE
                   exit perform
               end-if
           end-perform

           exit.

      /-----------------------------------------------------------------
      * report-missing -- Section 2: members the where-used file
      * records that exist in no inventoried library, each member
      * once. References under a library not inventoried are left to
      * section 3.
      *-----------------------------------------------------------------
       report-missing.

           display "CBLINVR I  "
           display "CBLINVR I  members used but not in any library:"

           move spaces to new-member
           perform varying ref-idx from 1 by 1
               until ref-idx > ref-count
               if ref-found(ref-idx) not = "Y" and
                  ref-member(ref-idx) not = new-member
                   if ref-library(ref-idx) = spaces
                       set LIB_KNOWN to TRUE
                   else
                       perform library-known-check
                   end-if
                   if LIB_KNOWN
                       move ref-member(ref-idx) to new-member
                       add 1 to missing-count
                       if ref-library(ref-idx) = spaces
                           display "CBLINVR R    "
                               ref-member(ref-idx)
                               " (nested COPY only)"
                       else
                           display "CBLINVR R    "
                               ref-member(ref-idx)
                               " of " ref-library(ref-idx)
                       end-if
                   end-if
               end-if
           end-perform

           exit.

      /-----------------------------------------------------------------
      * report-unknown-libraries -- Section 3: libraries the
      * where-used file names that were not part of the inventory
      *-----------------------------------------------------------------
       report-unknown-libraries.

           display "CBLINVR I  "
           display "CBLINVR I  libraries used but not inventoried:"

           perform varying ref-idx from 1 by 1
               until ref-idx > wu-lib-count
               set LIB_KNOWN to FALSE
               perform varying lib-idx from 1 by 1
                   until lib-idx > inv-lib-count
                   if inv-lib-name(lib-idx) = wu-lib-name(ref-idx)
                       set LIB_KNOWN to TRUE
                       exit perform
                   end-if
               end-perform
               if not LIB_KNOWN
                   add 1 to unknown-lib-count
                   display "CBLINVR R    " wu-lib-name(ref-idx)
                       " " wu-lib-pairs(ref-idx)
                       " where-used record(s)"
               end-if
           end-perform

           exit.

      /-----------------------------------------------------------------
      * get-errnos -- Retrieve C/C++ library errno and errno2 (errnojr)
      *-----------------------------------------------------------------
       get-errnos.

           call "__errno"  returning errno-ptr
           set address of errno to errno-ptr
           call "__errno2" returning errno2

           exit.

       end program "CBLINVR".
