      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Structured identifier cross-reference. After each
      *>          successful save rss-parser hands the feed id to
      *>          rss-xref-index, which pulls every configured
      *>          identifier (CVE ids, vendor KB numbers, the shop's
      *>          own change-ticket prefix) out of each item's title
      *>          and description and records the mention in the
      *>          indexed feeds/xref.dat, keyed by identifier. The
      *>          companion rss-xref-report lists every feed and
      *>          item that mentioned one identifier - or, with no
      *>          identifier, the whole index - in first-seen order.
      *>
      *>          Identifier patterns live in feeds/xrefpatterns.dat,
      *>          one prefix per line ('#' comments allowed). An
      *>          identifier is the prefix (matched case-blind, not
      *>          preceded by a letter or digit) followed by a run of
      *>          digits and hyphens holding at least one digit, e.g.
      *>          "CVE-" finds CVE-2026-1234 and "KB" finds KB5034441.
      *>          With no pattern file the CVE- and KB prefixes apply.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-xref-index.

       environment division.

       configuration section.

       repository.
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_content_file.cpy".
               copy "./copybooks/filecontrol/rss_xref_file.cpy".

               select optional fd-xref-pattern-file
               assign to dynamic ws-xref-pattern-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_xref_file.cpy".

           FD fd-xref-pattern-file.
           01  f-xref-pattern-line-raw        pic x(64).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-record.cpy".

       77  ws-rss-content-file-name          pic x(256) value spaces.
       77  ws-rss-xref-file-name             pic x(256) value spaces.
       77  ws-xref-file-status               pic xx value spaces.
       77  ws-xref-pattern-file-name         pic x(256) value spaces.

       78  ws-max-xref-patterns              value 20.
       01  ws-xref-pattern-table.
           05  ws-xref-pattern occurs 20 times.
               10  ws-xref-prefix            pic x(16) value spaces.
               10  ws-xref-prefix-len        pic 9(2) value zero.

       77  ws-xref-pattern-count             pic 9(2) value zero.
       77  ws-xref-pattern-idx               pic 9(2) value zero.
       77  ws-xref-pattern-line              pic x(64) value spaces.

       77  ws-item-idx                       pic 9(6) value zero.

      *> Upper-cased title and description of the item being
      *> scanned, with a trailing space so an identifier ending the
      *> text still has a terminator.
       77  ws-scan-buffer                    pic x(1200) value spaces.
       77  ws-scan-len                       pic 9(4) value zero.
       77  ws-scan-pos                       pic 9(4) value zero.
       77  ws-scan-end                       pic 9(4) value zero.
       77  ws-scan-digits                    pic 9(4) value zero.
       77  ws-scan-prev-char                 pic x value space.
       77  ws-found-ident                    pic x(64) value spaces.

       77  ws-current-date-time              pic x(21) value spaces.
       77  ws-first-seen-stamp               pic 9(12) value zero.
       77  ws-new-mention-count              pic 9(6) value zero.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-xref-feed-id                    pic 9(5).

       procedure division using l-xref-feed-id.

       main-procedure.

           perform load-xref-patterns

           if ws-xref-pattern-count = zero then
               goback
           end-if

           move function resolve-data-path(function concatenate(
               "feeds/rss_", l-xref-feed-id, ".dat"))
               to ws-rss-content-file-name

           move zero to ws-num-items
           open input fd-rss-content-file
               read fd-rss-content-file into ws-rss-record
                   at end move zero to ws-num-items
               end-read
           close fd-rss-content-file

           if ws-num-items = zero then
               goback
           end-if

           move function resolve-data-path("feeds/xref.dat")
               to ws-rss-xref-file-name

           move function current-date to ws-current-date-time
           move ws-current-date-time(1:12) to ws-first-seen-stamp
           move zero to ws-new-mention-count

      *> make sure file exists...
           open extend fd-rss-xref-file close fd-rss-xref-file

           open i-o fd-rss-xref-file

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               if ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-guid(ws-item-idx) not = spaces then
                   perform scan-item-for-identifiers
               end-if

           end-perform

           close fd-rss-xref-file

           if ws-new-mention-count > zero then
               call "logger" using function concatenate(
                   "Cross-reference index gained ",
                   ws-new-mention-count, " mention(s) from feed id ",
                   l-xref-feed-id)
               end-call
           end-if

           goback.


       load-xref-patterns.

           move zero to ws-xref-pattern-count
           move function resolve-data-path("feeds/xrefpatterns.dat")
               to ws-xref-pattern-file-name

           set ws-not-eof to true

           open input fd-xref-pattern-file
               perform until ws-eof
                   or ws-xref-pattern-count >= ws-max-xref-patterns
                   read fd-xref-pattern-file into ws-xref-pattern-line
                       at end set ws-eof to true
                   not at end
                       if ws-xref-pattern-line not = spaces
                       and ws-xref-pattern-line(1:1) not = "#" then
                           add 1 to ws-xref-pattern-count
                           move function upper-case(function trim(
                               ws-xref-pattern-line))
                               to ws-xref-prefix(
                                   ws-xref-pattern-count)
                       end-if
                   end-read
               end-perform
           close fd-xref-pattern-file

           if ws-xref-pattern-count = zero then
               move 2 to ws-xref-pattern-count
               move "CVE-" to ws-xref-prefix(1)
               move "KB" to ws-xref-prefix(2)
           end-if

           perform varying ws-xref-pattern-idx from 1 by 1
               until ws-xref-pattern-idx > ws-xref-pattern-count
               move function length(function trim(
                   ws-xref-prefix(ws-xref-pattern-idx)))
                   to ws-xref-prefix-len(ws-xref-pattern-idx)
           end-perform

           exit paragraph.


       scan-item-for-identifiers.

           move function upper-case(function concatenate(
               function trim(ws-item-title(ws-item-idx)), " ",
               function trim(ws-item-desc(ws-item-idx)), " "))
               to ws-scan-buffer

           move function length(function trim(
               ws-scan-buffer, trailing)) to ws-scan-len

           perform varying ws-xref-pattern-idx from 1 by 1
               until ws-xref-pattern-idx > ws-xref-pattern-count

               move 1 to ws-scan-pos
               perform until ws-scan-pos
                   + ws-xref-prefix-len(ws-xref-pattern-idx)
                   > ws-scan-len
                   perform match-prefix-at-position
               end-perform

           end-perform

           exit paragraph.


       match-prefix-at-position.

           if ws-scan-buffer(ws-scan-pos:
               ws-xref-prefix-len(ws-xref-pattern-idx))
               not = ws-xref-prefix(ws-xref-pattern-idx)(1:
                   ws-xref-prefix-len(ws-xref-pattern-idx)) then
               add 1 to ws-scan-pos
               exit paragraph
           end-if

      *> The prefix must start a word - "KB" inside "SKB1" is not
      *> a knowledge-base number.
           if ws-scan-pos > 1 then
               move ws-scan-buffer(ws-scan-pos - 1:1)
                   to ws-scan-prev-char
               if (ws-scan-prev-char >= "A"
                   and ws-scan-prev-char <= "Z")
               or ws-scan-prev-char is numeric then
                   add 1 to ws-scan-pos
                   exit paragraph
               end-if
           end-if

           compute ws-scan-end = ws-scan-pos
               + ws-xref-prefix-len(ws-xref-pattern-idx)
           move zero to ws-scan-digits

           perform until ws-scan-end > ws-scan-len
               or (ws-scan-buffer(ws-scan-end:1) is not numeric
                   and ws-scan-buffer(ws-scan-end:1) not = "-")
               if ws-scan-buffer(ws-scan-end:1) is numeric then
                   add 1 to ws-scan-digits
               end-if
               add 1 to ws-scan-end
           end-perform

      *> A trailing hyphen is punctuation, not part of the id.
           perform until ws-scan-end <= ws-scan-pos
               or ws-scan-buffer(ws-scan-end - 1:1) not = "-"
               subtract 1 from ws-scan-end
           end-perform

           if ws-scan-digits > zero
           and ws-scan-end - ws-scan-pos <= 64 then
               move spaces to ws-found-ident
               move ws-scan-buffer(ws-scan-pos:
                   ws-scan-end - ws-scan-pos)
                   to ws-found-ident
               perform record-identifier-mention
           end-if

           if ws-scan-end > ws-scan-pos then
               move ws-scan-end to ws-scan-pos
           else
               add 1 to ws-scan-pos
           end-if

           exit paragraph.


       record-identifier-mention.

      *> An existing key keeps its original first-seen stamp - a
      *> mention is only new the first time it is indexed.
           move ws-found-ident to f-xref-ident
           move l-xref-feed-id to f-xref-feed-id
           move ws-item-guid(ws-item-idx) to f-xref-guid
           move ws-first-seen-stamp to f-xref-first-seen
           move ws-feed-title to f-xref-feed-title
           move ws-item-title(ws-item-idx) to f-xref-item-title
           move ws-item-link(ws-item-idx) to f-xref-item-link

           write f-xref-record
               invalid key
                   continue
               not invalid key
                   add 1 to ws-new-mention-count
           end-write

           exit paragraph.

       end program rss-xref-index.



      *>*****************************************************************
      *> Cross-reference report. With an identifier, every feed and
      *> item that mentioned it in the order the mentions were first
      *> seen; with spaces, the same listing for every identifier in
      *> the index.
      *>*****************************************************************
       identification division.
       program-id. rss-xref-report.

       environment division.

       configuration section.

       repository.
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_xref_file.cpy".

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_xref_file.cpy".

       working-storage section.

       77  ws-rss-xref-file-name             pic x(256) value spaces.
       77  ws-xref-file-status               pic xx value spaces.

       77  ws-wanted-ident                   pic x(64) value spaces.
       77  ws-group-ident                    pic x(64) value spaces.

       78  ws-max-mentions                   value 500.
       01  ws-mention-table.
           05  ws-mention occurs 500 times.
               10  ws-men-first-seen         pic 9(12).
               10  ws-men-feed-id            pic 9(5).
               10  ws-men-feed-title         pic x(128).
               10  ws-men-item-title         pic x(128).
               10  ws-men-item-link          pic x(256).

       01  ws-mention-swap                   pic x(529).

       77  ws-mention-count                  pic 9(4) value zero.
       77  ws-mention-idx                    pic 9(4) value zero.
       77  ws-sort-i                         pic 9(4) value zero.
       77  ws-sort-j                         pic 9(4) value zero.
       77  ws-ident-count                    pic 9(6) value zero.
       77  ws-seen-disp                      pic x(16) value spaces.

       78  ws-new-line                       value x"0a".

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-xref-ident                      pic x(64).

       procedure division using l-xref-ident.

       main-procedure.

           move function resolve-data-path("feeds/xref.dat")
               to ws-rss-xref-file-name

           move function upper-case(function trim(l-xref-ident))
               to ws-wanted-ident

           move zero to ws-mention-count
           move zero to ws-ident-count
           move spaces to ws-group-ident
           set ws-not-eof to true

           open input fd-rss-xref-file

           if ws-xref-file-status(1:1) not = "0" then
               display "The cross-reference index is empty."
               goback
           end-if

           if ws-wanted-ident = spaces then
               display ws-new-line
                   "Identifier Cross-Reference Report"
               end-display
               display
                   "---------------------------------"
               end-display
           else
               move ws-wanted-ident to f-xref-ident
               move zeros to f-xref-feed-id
               move low-values to f-xref-guid
               start fd-rss-xref-file key is >= f-xref-key
                   invalid key set ws-eof to true
               end-start
           end-if

           perform until ws-eof
               read fd-rss-xref-file next record
                   at end set ws-eof to true
                   not at end
                       perform collect-one-mention
               end-read
           end-perform

           close fd-rss-xref-file

           if ws-mention-count > zero then
               perform print-mention-group
           end-if

           if ws-ident-count = zero then
               if ws-wanted-ident = spaces then
                   display "The cross-reference index is empty."
               else
                   display "No feed item has mentioned "
                       function trim(ws-wanted-ident) "."
                   end-display
               end-if
           end-if

           goback.


       collect-one-mention.

           if ws-wanted-ident not = spaces
           and f-xref-ident not = ws-wanted-ident then
               set ws-eof to true
               exit paragraph
           end-if

           if f-xref-ident not = ws-group-ident then
               if ws-mention-count > zero then
                   perform print-mention-group
               end-if
               move f-xref-ident to ws-group-ident
               move zero to ws-mention-count
           end-if

           if ws-mention-count >= ws-max-mentions then
               exit paragraph
           end-if

           add 1 to ws-mention-count
           move f-xref-first-seen
               to ws-men-first-seen(ws-mention-count)
           move f-xref-feed-id to ws-men-feed-id(ws-mention-count)
           move f-xref-feed-title
               to ws-men-feed-title(ws-mention-count)
           move f-xref-item-title
               to ws-men-item-title(ws-mention-count)
           move f-xref-item-link
               to ws-men-item-link(ws-mention-count)

           exit paragraph.


       print-mention-group.

           add 1 to ws-ident-count
           perform sort-mentions-by-first-seen

           display ws-new-line
               function trim(ws-group-ident) "  ("
               ws-mention-count " mention(s))"
           end-display

           perform varying ws-mention-idx from 1 by 1
               until ws-mention-idx > ws-mention-count

               move spaces to ws-seen-disp
               string
                   ws-men-first-seen(ws-mention-idx)(1:4) "-"
                   ws-men-first-seen(ws-mention-idx)(5:2) "-"
                   ws-men-first-seen(ws-mention-idx)(7:2) " "
                   ws-men-first-seen(ws-mention-idx)(9:2) ":"
                   ws-men-first-seen(ws-mention-idx)(11:2)
                   delimited by size
                   into ws-seen-disp
               end-string

               display "  " ws-seen-disp "  feed "
                   ws-men-feed-id(ws-mention-idx) "  "
                   function trim(ws-men-feed-title(ws-mention-idx))
               end-display
               display "                    "
                   function trim(ws-men-item-title(ws-mention-idx))
               end-display
               display "                    "
                   function trim(ws-men-item-link(ws-mention-idx))
               end-display

           end-perform

           move zero to ws-mention-count

           exit paragraph.


       sort-mentions-by-first-seen.

           perform varying ws-sort-i from 1 by 1
               until ws-sort-i > ws-mention-count - 1

               perform varying ws-sort-j from 1 by 1
                   until ws-sort-j > ws-mention-count - ws-sort-i

                   if ws-men-first-seen(ws-sort-j)
                   > ws-men-first-seen(ws-sort-j + 1) then
                       move ws-mention(ws-sort-j) to ws-mention-swap
                       move ws-mention(ws-sort-j + 1)
                           to ws-mention(ws-sort-j)
                       move ws-mention-swap
                           to ws-mention(ws-sort-j + 1)
                   end-if

               end-perform
           end-perform

           exit paragraph.

       end program rss-xref-report.
