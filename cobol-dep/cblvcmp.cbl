      *-----------------------------------------------------------------
      * :title Line-level change report for the copybook version archive
      *
      * :(abstract
      * Companion utility to the CBLSRCX/MEXIT compiler exits. The
      * exits append the full text of a copybook to a version archive
      * (ARCHIVE=path on the exit parm) whenever its content hash
      * differs from the last version archived for it; this program
      * reads the archive back and prints a line-level before/after
      * report -- lines added, deleted and changed -- between two
      * archived versions of a member, by default the last two. It
      * uses the same C/C++ fopen/fread/fclose runtime functions as
      * the exits.
      * :)abstract
      *
      *-----------------------------------------------------------------
      * Usage Notes:
      * - the archive is read from ddname ARCHIVE unless a FILE=path
      *   token names it directly (use FILE= for the zFS files the
      *   MEXIT toolchain writes)
      * - the parm is KEY=VALUE tokens, comma separated, the same
      *   syntax as the exit parm eg. PARM='MEMBER=PAYROLL'
      * - MEMBER= is required; LIBRARY=lib picks the library when the
      *   member has been archived from more than one, otherwise the
      *   library of its most recent version is used
      * - OLD=hash and NEW=hash pick the versions by the content hash
      *   shown in the exit's archive messages, fingerprint report and
      *   bill of materials; NEW= defaults to the latest version and
      *   OLD= to the one before NEW=
      * - LIST=Y lists the archived versions of the member instead of
      *   comparing them
      * - the compare walks both versions in step and, at a mismatch,
      *   looks up to RESYNC_WINDOW lines ahead in each for the
      *   nearest point where two consecutive lines agree again; the
      *   lines skipped are reported as changed (paired old/new) and
      *   then as deleted or added. Trailing blanks are not a change.
      * - return code 4 means fewer than two versions were found (or
      *   a version is longer than LINE_MAX and was compared only in
      *   part), 8 means the archive could not be read at all
      *-----------------------------------------------------------------
      * Changes:
      * 2026/10/15  Initial version alongside the exits' ARCHIVE=
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
       program-id. "CBLVCMP".
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
       77  query-member      pic x(32) value spaces.
       77  query-library     pic x(8) value spaces.
       77  query-old-hash    pic x(9) value spaces.
       77  query-new-hash    pic x(9) value spaces.
       77  archive-path      pic x(65) value spaces.
       77  list-only         pic x(1) value "N".
           88 LIST_ONLY        value "Y" false is "N".

      *> one fixed 336-byte record per archived line, the same layout
      *> CBLSRCX and MEXIT write; ar-line 0 is the version header,
      *> carrying the version's line count
       1   archive-record.
        2  ar-library        pic x(8).
        2  filler            pic x(1).
        2  ar-member         pic x(32).
        2  filler            pic x(1).
        2  ar-hash           pic 9(9).
        2  filler            pic x(1).
        2  ar-date           pic x(8).
        2  filler            pic x(1).
        2  ar-time           pic x(6).
        2  filler            pic x(1).
        2  ar-line           pic 9(7).
        2  filler            pic x(1).
        2  ar-length         pic 9(3).
        2  filler            pic x(1).
        2  ar-text           pic x(255).
        2  filler            pic x(1).
       1   archive-header-record redefines archive-record.
        2  filler            pic x(80).
        2  arh-line-count    pic 9(7).
        2  filler            pic x(249).

      *> the member's archived versions, in archive order
       77  VERSION_SIZE      pic s9(4) comp-5 value 500.
       77  version-count     pic s9(4) comp-5 value 0.
       77  version-full-warned pic s9(4) comp-5 value 0.
           88 VERSION_FULL_WARNED value 1 false is ZERO.
       1   version-table.
        2  version-entry     occurs 500. *> VERSION_SIZE
         3 ver-library       pic x(8).
         3 ver-hash          pic 9(9).
         3 ver-date          pic x(8).
         3 ver-time          pic x(6).
         3 ver-lines         pic 9(7).
       77  old-ver           pic s9(4) comp-5 value 0.
       77  new-ver           pic s9(4) comp-5 value 0.

      *> the text of the two versions being compared
       77  LINE_MAX          pic s9(9) comp-5 value 5000.
       77  line-max-warned   pic s9(4) comp-5 value 0.
           88 LINE_MAX_WARNED  value 1 false is ZERO.
       77  old-count         pic s9(9) comp-5 value 0.
       1   old-table.
        2  old-entry         occurs 5000. *> LINE_MAX
         3 old-len           pic s9(4) comp-5.
         3 old-text          pic x(255).
       77  new-count         pic s9(9) comp-5 value 0.
       1   new-table.
        2  new-entry         occurs 5000. *> LINE_MAX
         3 new-len           pic s9(4) comp-5.
         3 new-text          pic x(255).

      *> how far ahead the compare looks to resynchronize after a
      *> mismatch, and the tallies it reports
       77  RESYNC_WINDOW     pic s9(9) comp-5 value 100.
       77  same-count        pic s9(9) comp-5 value 0.
       77  added-count       pic s9(9) comp-5 value 0.
       77  deleted-count     pic s9(9) comp-5 value 0.
       77  changed-count     pic s9(9) comp-5 value 0.
       77  record-count      pic s9(9) comp-5 value 0.
      *
       local-storage section.
       77  errno-ptr         pointer.
       77  errno2            pic 9(9) comp-5.
       77  archive-ptr       pointer.
       77  archive-filename  pic x(100).
       77  file-status       pic s9(9) comp-5.

      *> scan loop control -- re-initialized on every call
       77  ver-load-done     pic s9(4) comp-5 value 0.
           88 VER_LOAD_DONE    value 1 false is ZERO.
       77  text-load-done    pic s9(4) comp-5 value 0.
           88 TEXT_LOAD_DONE   value 1 false is ZERO.

      *> version selection scratch
       77  ver-idx           pic s9(4) comp-5.
       77  hash-work         pic 9(9).

      *> compare scratch: the current line of each version, the
      *> resync distance being tried and the offsets found
       77  old-idx           pic s9(9) comp-5.
       77  new-idx           pic s9(9) comp-5.
       77  sync-dist         pic s9(9) comp-5.
       77  sync-old          pic s9(9) comp-5.
       77  sync-new          pic s9(9) comp-5.
       77  sync-found        pic s9(4) comp-5.
           88 SYNC_FOUND     value 1 false is ZERO.
       77  pair-count        pic s9(9) comp-5.
       77  pair-idx          pic s9(9) comp-5.
       77  line-no-edit      pic 9(7).
       77  when-compiled-pic pic 9999/99/99B99,99,99.
       77  when-compiled-str redefines when-compiled-pic
                             pic x(19).
      *
      *> working storage for parsing the parm into KEY=VALUE tokens,
      *> comma separated eg. "MEMBER=PAYROLL,FILE=archive.db"
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

           move function when-compiled(1:14) to when-compiled-pic
           inspect when-compiled-str replacing all "," by ":"
           display "CBLVCMP I  Compiled " when-compiled-str "."

           if query-member = spaces
               display "CBLVCMP E  no MEMBER= on the parm, nothing"
                   " to compare."
               move 8 to return-code
               goback
           end-if

           *> pass 1: the member's version headers
           perform version-load
           if return-code >= 8
               goback
           end-if

           if version-count = ZERO
               display "CBLVCMP W  " function trim(query-member)
                   " has no archived versions."
               move 4 to return-code
               goback
           end-if

           if LIST_ONLY
               perform version-list
               goback
           end-if

           perform version-select
           if old-ver = ZERO or new-ver = ZERO
               if return-code < 4
                   move 4 to return-code
               end-if
               goback
           end-if

           *> pass 2: the text of the two versions
           perform text-load
           if return-code >= 8
               goback
           end-if

           perform compare-versions

           display "CBLVCMP I  " changed-count " line(s) changed, "
               deleted-count " deleted, " added-count " added, "
               same-count " unchanged."

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

               when "MEMBER"
                   move spaces to query-member
                   move function trim(parm-val) to query-member

               when "LIBRARY"
                   move spaces to query-library
                   move function trim(parm-val) to query-library

               when "OLD"
                   move spaces to query-old-hash
                   move function trim(parm-val) to query-old-hash

               when "NEW"
                   move spaces to query-new-hash
                   move function trim(parm-val) to query-new-hash

               when "LIST"
                   if function trim(parm-val) = "Y"
                       set LIST_ONLY to TRUE
                   else
                       set LIST_ONLY to FALSE
                   end-if

               when "FILE"
                   move spaces to archive-path
                   move function trim(parm-val) to archive-path

               when other
                   continue

           end-evaluate

           exit.

      /-----------------------------------------------------------------
      * archive-open-file -- Open the archive for reading, defaulting
      * to the ARCHIVE ddname unless FILE=path named it directly.
      * archive-ptr is NULL on any failure.
      *-----------------------------------------------------------------
       archive-open-file.

           set archive-ptr to NULL

           move spaces to archive-filename
           if archive-path = spaces
               string
                   "//DD:ARCHIVE"
                   x'00' delimited by size
                   into archive-filename
               end-string
           else
               string
                   function trim(archive-path)
                       delimited by size
                   x'00' delimited by size
                   into archive-filename
                   on overflow
                       display "CBLVCMP E  "
                           function trim(archive-path)
                           " overflowed the filename buffer."
                       move 8 to return-code
                       exit paragraph
               end-string
           end-if

           call "fopen" using
               archive-filename
               by content z"rb,type=record"
           returning archive-ptr

           if archive-ptr = NULL then
               perform get-errnos
               display "CBLVCMP E  unable to open the version"
                   " archive, "
                   "errno=" errno ","
                   "errno2=" hex-of(errno2)
               move 8 to return-code
           end-if

           exit.

      /-----------------------------------------------------------------
      * version-load -- Pass 1 over the archive: collect the version
      * headers of the queried member (of LIBRARY= if given), in the
      * order they were archived.
      *-----------------------------------------------------------------
       version-load.

           perform archive-open-file
           if archive-ptr = NULL
               exit paragraph
           end-if

           perform until VER_LOAD_DONE
               move spaces to archive-record
               call "fread" using by value
                   address of archive-record
                   1
                   length of archive-record
                   archive-ptr
               returning file-status

               if file-status = ZERO
                   set VER_LOAD_DONE to TRUE
               else
                   add 1 to record-count
                   if ar-line = ZERO and ar-member = query-member
                       if query-library = spaces or
                          ar-library = query-library
                           perform version-add
                       end-if
                   end-if
               end-if
           end-perform

           call "fclose" using by value
               archive-ptr
           returning file-status

           exit.

      /-----------------------------------------------------------------
      * version-add -- Remember the version header just read
      *-----------------------------------------------------------------
       version-add.

           if version-count < VERSION_SIZE
               add 1 to version-count
               move ar-library     to ver-library(version-count)
               move ar-hash        to ver-hash(version-count)
               move ar-date        to ver-date(version-count)
               move ar-time        to ver-time(version-count)
               move arh-line-count to ver-lines(version-count)
           else
               if not VERSION_FULL_WARNED
                   display "CBLVCMP W  more than " VERSION_SIZE
                       " versions of " function trim(query-member)
                       ", later versions are not considered."
                   if return-code < 4
                       move 4 to return-code
                   end-if
                   set VERSION_FULL_WARNED to TRUE
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * version-list -- LIST=Y: show the member's archived versions
      *-----------------------------------------------------------------
       version-list.

           display "CBLVCMP I  archived versions of "
               function trim(query-member) ":"

           perform varying ver-idx from 1 by 1
               until ver-idx > version-count
               display "CBLVCMP R    " ver-library(ver-idx)
                   " hash " ver-hash(ver-idx)
                   " archived " ver-date(ver-idx)
                   " " ver-time(ver-idx)
                   " " ver-lines(ver-idx) " line(s)"
           end-perform

           exit.

      /-----------------------------------------------------------------
      * version-select -- Settle the library and pick the old and new
      * versions: NEW= (or the latest), and OLD= (or the one archived
      * before NEW=). Either stays ZERO, with a message, if it can't
      * be found.
      *-----------------------------------------------------------------
       version-select.

           if query-library = spaces
               move ver-library(version-count) to query-library
           end-if

           *> the new version
           move ZERO to new-ver
           perform varying ver-idx from version-count by -1
               until ver-idx < 1
               if ver-library(ver-idx) = query-library
                   if query-new-hash = spaces
                       move ver-idx to new-ver
                       exit perform
                   end-if
                   compute hash-work = function numval(query-new-hash)
                   if ver-hash(ver-idx) = hash-work
                       move ver-idx to new-ver
                       exit perform
                   end-if
               end-if
           end-perform

           if new-ver = ZERO
               display "CBLVCMP W  version "
                   function trim(query-new-hash) " of "
                   function trim(query-member) " of " query-library
                   " is not in the archive."
               exit paragraph
           end-if

           *> the old version
           move ZERO to old-ver
           if query-old-hash = spaces
               compute ver-idx = new-ver - 1
               perform until ver-idx < 1
                   if ver-library(ver-idx) = query-library
                       move ver-idx to old-ver
                       exit perform
                   end-if
                   subtract 1 from ver-idx
               end-perform
               if old-ver = ZERO
                   display "CBLVCMP W  " function trim(query-member)
                       " of " query-library " has no version archived"
                       " before hash " ver-hash(new-ver)
                       ", nothing to compare."
               end-if
           else
               compute hash-work = function numval(query-old-hash)
               perform varying ver-idx from version-count by -1
                   until ver-idx < 1
                   if ver-library(ver-idx) = query-library and
                      ver-hash(ver-idx) = hash-work
                       move ver-idx to old-ver
                       exit perform
                   end-if
               end-perform
               if old-ver = ZERO
                   display "CBLVCMP W  version "
                       function trim(query-old-hash) " of "
                       function trim(query-member) " of "
                       query-library " is not in the archive."
               end-if
           end-if

           if old-ver = ZERO
               exit paragraph
           end-if

           display "CBLVCMP I  " function trim(query-member)
               " of " query-library ":"
           display "CBLVCMP I    old hash " ver-hash(old-ver)
               " archived " ver-date(old-ver) " " ver-time(old-ver)
               " " ver-lines(old-ver) " line(s)"
           display "CBLVCMP I    new hash " ver-hash(new-ver)
               " archived " ver-date(new-ver) " " ver-time(new-ver)
               " " ver-lines(new-ver) " line(s)"

           exit.

      /-----------------------------------------------------------------
      * text-load -- Pass 2 over the archive: load the lines of the
      * old and new versions, placed by their line numbers.
      *-----------------------------------------------------------------
       text-load.

           perform archive-open-file
           if archive-ptr = NULL
               exit paragraph
           end-if

           perform until TEXT_LOAD_DONE
               move spaces to archive-record
               call "fread" using by value
                   address of archive-record
                   1
                   length of archive-record
                   archive-ptr
               returning file-status

               if file-status = ZERO
                   set TEXT_LOAD_DONE to TRUE
               else
                   if ar-line > ZERO and ar-member = query-member
                      and ar-library = query-library
                       perform text-take-line
                   end-if
               end-if
           end-perform

           call "fclose" using by value
               archive-ptr
           returning file-status

           *> a version cut short by a failed write in the exit
           if old-count < ver-lines(old-ver) or
              new-count < ver-lines(new-ver)
               if not LINE_MAX_WARNED
                   display "CBLVCMP W  a version holds fewer lines"
                       " than its header records, the compare covers"
                       " the lines present."
                   if return-code < 4
                       move 4 to return-code
                   end-if
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * text-take-line -- File the line just read under the old or new
      * version it belongs to (both, when OLD= and NEW= name the same
      * version).
      *-----------------------------------------------------------------
       text-take-line.

           if ar-line > LINE_MAX
               if not LINE_MAX_WARNED
                   display "CBLVCMP W  a version is longer than "
                       LINE_MAX " lines, only the first " LINE_MAX
                       " are compared."
                   if return-code < 4
                       move 4 to return-code
                   end-if
                   set LINE_MAX_WARNED to TRUE
               end-if
               exit paragraph
           end-if

           if ar-hash = ver-hash(old-ver) and
              ar-date = ver-date(old-ver) and
              ar-time = ver-time(old-ver)
               move ar-length to old-len(ar-line)
               move ar-text   to old-text(ar-line)
               if ar-line > old-count
                   move ar-line to old-count
               end-if
           end-if

           if ar-hash = ver-hash(new-ver) and
              ar-date = ver-date(new-ver) and
              ar-time = ver-time(new-ver)
               move ar-length to new-len(ar-line)
               move ar-text   to new-text(ar-line)
               if ar-line > new-count
                   move ar-line to new-count
               end-if
           end-if

           exit.

      /-----------------------------------------------------------------
      * compare-versions -- Walk both versions in step. Matching lines
      * move both along; at a mismatch compare-resync finds where they
      * agree again and compare-report-gap reports the lines between.
      *-----------------------------------------------------------------
       compare-versions.

           display "CBLVCMP I  changes (C changed, D deleted,"
               " A added; line numbers old/new):"

           move 1 to old-idx
           move 1 to new-idx

           perform until old-idx > old-count and new-idx > new-count

               evaluate TRUE

                   when old-idx > old-count
                       *> the rest of the new version is added
                       compute sync-old = ZERO
                       compute sync-new = new-count - new-idx + 1
                       perform compare-report-gap

                   when new-idx > new-count
                       *> the rest of the old version is deleted
                       compute sync-old = old-count - old-idx + 1
                       compute sync-new = ZERO
                       perform compare-report-gap

                   when old-text(old-idx) = new-text(new-idx)
                       add 1 to same-count
                       add 1 to old-idx
                       add 1 to new-idx

                   when other
                       perform compare-resync
                       perform compare-report-gap

               end-evaluate

           end-perform

           exit.

      /-----------------------------------------------------------------
      * compare-resync -- From the mismatch at old-idx/new-idx, find
      * the nearest offsets sync-old/sync-new (smallest total first)
      * at which the versions agree for two lines running, or run out
      * together. Nothing within RESYNC_WINDOW: the one line each is
      * taken as changed and the walk goes on.
      *-----------------------------------------------------------------
       compare-resync.

           set SYNC_FOUND to FALSE

           perform varying sync-dist from 1 by 1
               until sync-dist > RESYNC_WINDOW * 2 or SYNC_FOUND
               perform varying sync-old from ZERO by 1
                   until sync-old > sync-dist or SYNC_FOUND
                   compute sync-new = sync-dist - sync-old
                   if sync-old <= RESYNC_WINDOW and
                      sync-new <= RESYNC_WINDOW
                       perform compare-sync-check
                   end-if
               end-perform
           end-perform

           if SYNC_FOUND
               *> the inner loop stepped once more after the hit
               subtract 1 from sync-old
               compute sync-new = sync-dist - 1 - sync-old
           else
               move 1 to sync-old
               move 1 to sync-new
           end-if

           exit.

      /-----------------------------------------------------------------
      * compare-sync-check -- Do the versions agree again at offsets
      * sync-old/sync-new from the mismatch? Two lines running must
      * match, so a lone blank or comment-rule line doesn't resync
      * the walk too soon; both versions ending there counts too.
      *-----------------------------------------------------------------
       compare-sync-check.

           if old-idx + sync-old > old-count or
              new-idx + sync-new > new-count
               if old-idx + sync-old > old-count and
                  new-idx + sync-new > new-count
                   set SYNC_FOUND to TRUE
               end-if
               exit paragraph
           end-if

           if old-text(old-idx + sync-old) not =
              new-text(new-idx + sync-new)
               exit paragraph
           end-if

           if old-idx + sync-old + 1 > old-count or
              new-idx + sync-new + 1 > new-count
               set SYNC_FOUND to TRUE
               exit paragraph
           end-if

           if old-text(old-idx + sync-old + 1) =
              new-text(new-idx + sync-new + 1)
               set SYNC_FOUND to TRUE
           end-if

           exit.

      /-----------------------------------------------------------------
      * compare-report-gap -- Report sync-old old lines and sync-new
      * new lines from old-idx/new-idx: as many as pair up are
      * changed, the rest deleted or added. Both indexes move past the
      * gap.
      *-----------------------------------------------------------------
       compare-report-gap.

           if sync-old < sync-new
               move sync-old to pair-count
           else
               move sync-new to pair-count
           end-if

           perform varying pair-idx from 1 by 1
               until pair-idx > pair-count
               add 1 to changed-count
               move old-idx to line-no-edit
               perform compare-show-old-changed
               move new-idx to line-no-edit
               perform compare-show-new-changed
               add 1 to old-idx
               add 1 to new-idx
           end-perform

           perform varying pair-idx from pair-count by 1
               until pair-idx >= sync-old
               add 1 to deleted-count
               move old-idx to line-no-edit
               if old-len(old-idx) > ZERO
                   display "CBLVCMP R  D " line-no-edit "         "
                       old-text(old-idx)(1:old-len(old-idx))
               else
                   display "CBLVCMP R  D " line-no-edit
               end-if
               add 1 to old-idx
           end-perform

           perform varying pair-idx from pair-count by 1
               until pair-idx >= sync-new
               add 1 to added-count
               move new-idx to line-no-edit
               if new-len(new-idx) > ZERO
                   display "CBLVCMP R  A         " line-no-edit " "
                       new-text(new-idx)(1:new-len(new-idx))
               else
                   display "CBLVCMP R  A         " line-no-edit
               end-if
               add 1 to new-idx
           end-perform

           exit.

      /-----------------------------------------------------------------
      * compare-show-old-changed -- The old side of a changed pair
      *-----------------------------------------------------------------
       compare-show-old-changed.

           if old-len(old-idx) > ZERO
               display "CBLVCMP R  C " line-no-edit "         "
                   old-text(old-idx)(1:old-len(old-idx))
           else
               display "CBLVCMP R  C " line-no-edit
           end-if

           exit.

      /-----------------------------------------------------------------
      * compare-show-new-changed -- The new side of a changed pair
      *-----------------------------------------------------------------
       compare-show-new-changed.

           if new-len(new-idx) > ZERO
               display "CBLVCMP R  C         " line-no-edit " "
                   new-text(new-idx)(1:new-len(new-idx))
           else
               display "CBLVCMP R  C         " line-no-edit
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

       end program "CBLVCMP".
