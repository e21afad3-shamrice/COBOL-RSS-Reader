      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Brings starred / saved-for-later articles over from
      *>          other readers into the read-later queue - the part
      *>          of a move --import-opml leaves behind. Reads the
      *>          JSON those services export: Google Reader style
      *>          ({"items": [...]}, as Inoreader and FreshRSS write
      *>          their starred.json) and Feedly's array of entries.
      *>          Each entry's source feed title, link, guid, date
      *>          and content go in through rss-saved-items; entries
      *>          already queued (same guid or same link) are
      *>          skipped, and every entry is reported as imported
      *>          or skipped with the reason. The file is read a
      *>          byte at a time, so pretty-printed and single-line
      *>          exports read alike.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-starred-import.

       environment division.

       configuration section.

       repository.
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-import-file
               assign to dynamic ws-import-file-name
               organization is sequential
               file status is ws-import-file-status.

               copy "./copybooks/filecontrol/rss_saved_file.cpy".

       data division.
       file section.
           FD fd-import-file.
           01  f-import-byte                  pic x.

           copy "./copybooks/filedescriptor/fd_rss_saved_file.cpy".

       working-storage section.

       77  ws-import-file-name               pic x(256) value spaces.
       77  ws-import-file-status             pic 99 value zero.
       77  ws-rss-saved-file-name            pic x(256) value spaces.

      *> JSON scanner state. One container per nesting level, with
      *> the last key read at each object level so a value can be
      *> placed by its path (e.g. origin -> title).
       78  ws-max-depth                      value 32.
       01  ws-container-stack.
           05  ws-container occurs 32 times.
               10  ws-container-type         pic x value space.
               10  ws-container-key          pic x(32) value spaces.
       77  ws-depth                          pic 9(3) value zero.
       77  ws-byte                           pic x value space.
       77  ws-byte-count                     pic 9(10) value zero.

       01  ws-expect-key-sw                  pic a value 'N'.
           88  ws-expect-key                 value 'Y'.
           88  ws-expect-value               value 'N'.

       01  ws-in-string-sw                   pic a value 'N'.
           88  ws-in-string                  value 'Y'.
           88  ws-not-in-string              value 'N'.

       01  ws-escape-sw                      pic a value 'N'.
           88  ws-escape-pending             value 'Y'.
           88  ws-no-escape-pending          value 'N'.

      *> String and number tokens as they are read.
       78  ws-max-token                      value 8000.
       77  ws-token                          pic x(8000) value spaces.
       77  ws-token-len                      pic 9(5) value zero.
       77  ws-number-token                   pic x(24) value spaces.
       77  ws-number-len                     pic 9(3) value zero.
       77  ws-token-is-key-sw                pic a value 'N'.
           88  ws-token-is-key               value 'Y'.

      *> \uXXXX escapes: the four hex digits, then UTF-8 bytes.
       77  ws-hex-digits                     pic x(16)
                                             value "0123456789abcdef".
       77  ws-hex-count                      pic 9 value zero.
       77  ws-hex-pos                        pic 9(3) value zero.
       77  ws-code-point                     pic 9(7) value zero.
       77  ws-high-surrogate                 pic 9(7) value zero.
       77  ws-utf8-byte                      pic 9(3) value zero.
       77  ws-out-char                       pic x value space.

      *> The entry being read.
       77  ws-entry-depth                    pic 9(3) value zero.
       01  ws-in-entry-sw                    pic a value 'N'.
           88  ws-in-entry                   value 'Y'.
           88  ws-not-in-entry               value 'N'.

       01  ws-entry.
           05  ws-ent-id                     pic x(256) value spaces.
           05  ws-ent-origin-id              pic x(256) value spaces.
           05  ws-ent-title                  pic x(256) value spaces.
           05  ws-ent-canonical              pic x(256) value spaces.
           05  ws-ent-alternate              pic x(256) value spaces.
           05  ws-ent-link                   pic x(256) value spaces.
           05  ws-ent-feed-title             pic x(256) value spaces.
           05  ws-ent-published              pic x(24) value spaces.
           05  ws-ent-updated                pic x(24) value spaces.
           05  ws-ent-crawled                pic x(24) value spaces.
           05  ws-ent-content                pic x(8000) value spaces.
           05  ws-ent-summary                pic x(8000) value spaces.

       77  ws-leaf-key                       pic x(32) value spaces.
       77  ws-parent-key                     pic x(32) value spaces.

      *> Timestamp conversion (seconds or milliseconds since 1970).
       77  ws-epoch-text                     pic x(24) value spaces.
       77  ws-epoch-seconds                  pic 9(18) value zero.
       77  ws-epoch-days                     pic 9(9) value zero.
       77  ws-epoch-rest                     pic 9(5) value zero.
       77  ws-epoch-date8                    pic 9(8) value zero.
       77  ws-epoch-hh                       pic 99 value zero.
       77  ws-epoch-mi                       pic 99 value zero.
       77  ws-epoch-ss                       pic 99 value zero.

      *> Markup stripping for titles and content.
       77  ws-strip-input                    pic x(8000) value spaces.
       77  ws-strip-output                   pic x(1024) value spaces.
       77  ws-strip-idx                      pic 9(5) value zero.
       77  ws-strip-out-len                  pic 9(5) value zero.
       01  ws-in-tag-sw                      pic a value 'N'.
           88  ws-in-tag                     value 'Y'.
           88  ws-not-in-tag                 value 'N'.

      *> What is already queued, by guid and link, plus what this
      *> run adds - duplicates in the export itself are caught too.
       78  ws-max-queued                     value 2000.
       01  ws-queued-table.
           05  ws-queued occurs 2000 times.
               10  ws-queued-guid            pic x(256) value spaces.
               10  ws-queued-link            pic x(256) value spaces.
       77  ws-queued-count                   pic 9(5) value zero.
       77  ws-queued-idx                     pic 9(5) value zero.
       01  ws-duplicate-sw                   pic a value 'N'.
           88  ws-is-duplicate               value 'Y'.
           88  ws-not-duplicate              value 'N'.

      *> Hand-off to rss-saved-items.
       77  ws-saved-op                       pic x value 'A'.
       77  ws-saved-feed-title               pic x(128) value spaces.
       01  ws-saved-item.
           05  ws-saved-item-exists          pic x value 'Y'.
           05  ws-saved-item-title           pic x(128) value spaces.
           05  ws-saved-item-link            pic x(256) value spaces.
           05  ws-saved-item-guid            pic x(256) value spaces.
           05  ws-saved-item-pub-date        pic x(128) value spaces.
           05  ws-saved-item-desc            pic x(1024) value spaces.
       77  ws-saved-remove-idx               pic 9(5) value zero.
       77  ws-saved-status                   pic 9 value zero.

       77  ws-entries-seen                   pic 9(6) value zero.
       77  ws-entries-imported               pic 9(6) value zero.
       77  ws-entries-duplicate              pic 9(6) value zero.
       77  ws-entries-queue-full             pic 9(6) value zero.
       77  ws-entries-unusable               pic 9(6) value zero.
       77  ws-entries-failed                 pic 9(6) value zero.

       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.
       77  ws-audit-url                      pic x(256) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-import-file                     pic x(256).

       01  l-import-status                   pic 9.
           88  l-import-ok                   value 1.
           88  l-import-failed               value 2.

       procedure division using l-import-file, l-import-status.

       main-procedure.

           set l-import-failed to true

           move function trim(l-import-file) to ws-import-file-name
           move function resolve-data-path("feeds/saved.dat")
               to ws-rss-saved-file-name

           if ws-import-file-name = spaces then
               display
                   "Give the starred-items JSON export to import."
               end-display
               goback
           end-if

           open input fd-import-file
           if ws-import-file-status not = zero then
               display function concatenate(
                   "Cannot open ", function trim(ws-import-file-name))
               end-display
               close fd-import-file
               goback
           end-if

           perform load-queued-items

           set ws-not-eof to true
           perform until ws-eof
               read fd-import-file
                   at end set ws-eof to true
               not at end
                   add 1 to ws-byte-count
                   move f-import-byte to ws-byte
                   perform scan-json-byte
               end-read
           end-perform

           close fd-import-file

           if ws-entries-seen = zero then
               display function concatenate(
                   "No starred entries found in ",
                   function trim(ws-import-file-name),
                   " - expected a Google Reader style {""items"": ",
                   "[...]} export or a Feedly array of entries.")
               end-display
               goback
           end-if

           display function concatenate(
               "Starred import: ", ws-entries-seen, " entr(ies) read, ",
               ws-entries-imported, " imported, ",
               ws-entries-duplicate, " already queued, ",
               ws-entries-queue-full, " not saved (queue full), ",
               ws-entries-unusable, " without title or link, ",
               ws-entries-failed, " failed.")
           end-display

           call "logger" using function concatenate(
               "Starred items imported from ",
               function trim(ws-import-file-name), ": ",
               ws-entries-imported, " of ", ws-entries-seen)
           end-call

           move "IMPORT-STARRED" to ws-audit-op
           move zero to ws-audit-feed-id
           move ws-import-file-name to ws-audit-url
           move function concatenate(
               ws-entries-imported, " imported, ",
               ws-entries-duplicate, " already queued, ",
               ws-entries-queue-full, " queue full, ",
               ws-entries-unusable, " unusable, ",
               ws-entries-failed, " failed")
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-audit-feed-id ws-audit-url
               ws-audit-detail
           end-call

           set l-import-ok to true

           goback.


       load-queued-items.

           move zero to ws-queued-count
           set ws-not-eof to true

           open input fd-rss-saved-file
               perform until ws-eof
                   read fd-rss-saved-file
                       at end set ws-eof to true
                   not at end
                       if f-saved-exists = 'Y'
                       and ws-queued-count < ws-max-queued then
                           add 1 to ws-queued-count
                           move f-saved-item-guid
                               to ws-queued-guid(ws-queued-count)
                           move f-saved-item-link
                               to ws-queued-link(ws-queued-count)
                       end-if
                   end-read
               end-perform
           close fd-rss-saved-file

           set ws-not-eof to true

           exit paragraph.


       scan-json-byte.

           if ws-in-string then
               perform scan-string-byte
               exit paragraph
           end-if

      *> A number ends at the first byte that cannot continue it.
           if ws-byte is numeric
           or ws-byte = "-" or "." or "e" or "E" or "+" then
               if ws-number-len < 24 then
                   add 1 to ws-number-len
                   move ws-byte to ws-number-token(ws-number-len:1)
               end-if
               exit paragraph
           end-if

           if ws-number-len > zero then
               move ws-number-token to ws-token
               move ws-number-len to ws-token-len
               move spaces to ws-number-token
               move zero to ws-number-len
               move 'N' to ws-token-is-key-sw
               perform take-value
           end-if

           evaluate ws-byte
               when '"'
                   set ws-in-string to true
                   set ws-no-escape-pending to true
                   move spaces to ws-token
                   move zero to ws-token-len ws-hex-count
                   if ws-depth > zero
                   and ws-container-type(ws-depth) = "O"
                   and ws-expect-key then
                       move 'Y' to ws-token-is-key-sw
                   else
                       move 'N' to ws-token-is-key-sw
                   end-if

               when "{"
                   perform open-container
                   if ws-depth > zero then
                       move "O" to ws-container-type(ws-depth)
                   end-if
                   set ws-expect-key to true
                   perform check-entry-start

               when "["
                   perform open-container
                   if ws-depth > zero then
                       move "A" to ws-container-type(ws-depth)
                   end-if
                   set ws-expect-value to true

               when "}"
                   if ws-in-entry and ws-depth = ws-entry-depth then
                       perform finish-entry
                   end-if
                   perform close-container

               when "]"
                   perform close-container

               when ","
                   if ws-depth > zero
                   and ws-container-type(ws-depth) = "O" then
                       set ws-expect-key to true
                   end-if

               when ":"
                   set ws-expect-value to true

               when other
                   continue
           end-evaluate

           exit paragraph.


       open-container.

           if ws-depth < ws-max-depth then
               add 1 to ws-depth
               move space to ws-container-type(ws-depth)
               move spaces to ws-container-key(ws-depth)
           end-if

           exit paragraph.


       close-container.

           if ws-depth > zero then
               move space to ws-container-type(ws-depth)
               move spaces to ws-container-key(ws-depth)
               subtract 1 from ws-depth
           end-if
           set ws-expect-value to true

           exit paragraph.


       check-entry-start.

      *> Feedly: the document is an array of entries. Google Reader
      *> style: the entries are the "items" array of the root object.
           if ws-in-entry then
               exit paragraph
           end-if

           if (ws-depth = 2 and ws-container-type(1) = "A")
           or (ws-depth = 3 and ws-container-type(1) = "O"
               and ws-container-type(2) = "A"
               and ws-container-key(1) = "items") then
               set ws-in-entry to true
               move ws-depth to ws-entry-depth
               initialize ws-entry
           end-if

           exit paragraph.


       scan-string-byte.

           if ws-hex-count > zero then
               perform take-hex-digit
               exit paragraph
           end-if

           if ws-escape-pending then
               set ws-no-escape-pending to true
               evaluate ws-byte
                   when "n"
                       move space to ws-out-char
                   when "t"
                       move space to ws-out-char
                   when "r"
                       move space to ws-out-char
                   when "b"
                       exit paragraph
                   when "f"
                       exit paragraph
                   when "u"
                       move 4 to ws-hex-count
                       move zero to ws-code-point
                       exit paragraph
                   when other
                       move ws-byte to ws-out-char
               end-evaluate
               perform append-token-char
               exit paragraph
           end-if

           evaluate ws-byte
               when "\"
                   set ws-escape-pending to true
               when '"'
                   set ws-not-in-string to true
                   perform end-string-token
               when other
                   move ws-byte to ws-out-char
                   perform append-token-char
           end-evaluate

           exit paragraph.


       take-hex-digit.

           move zero to ws-hex-pos
           inspect ws-hex-digits tallying ws-hex-pos
               for characters before initial
               function lower-case(ws-byte)
           if ws-hex-pos > 15 then
               move zero to ws-hex-pos
           end-if

           compute ws-code-point = ws-code-point * 16 + ws-hex-pos
           subtract 1 from ws-hex-count

           if ws-hex-count = zero then
               perform emit-code-point
           end-if

           exit paragraph.


       emit-code-point.

      *> A surrogate pair arrives as two \u escapes - hold the high
      *> half until the low half completes the character.
           if ws-code-point >= 55296 and ws-code-point <= 56319 then
               move ws-code-point to ws-high-surrogate
               exit paragraph
           end-if

           if ws-code-point >= 56320 and ws-code-point <= 57343 then
               if ws-high-surrogate = zero then
                   exit paragraph
               end-if
               compute ws-code-point = 65536
                   + (ws-high-surrogate - 55296) * 1024
                   + (ws-code-point - 56320)
               move zero to ws-high-surrogate
           end-if

           evaluate true
               when ws-code-point < 128
                   move function char(ws-code-point + 1)
                       to ws-out-char
                   perform append-token-char
               when ws-code-point < 2048
                   compute ws-utf8-byte =
                       192 + ws-code-point / 64
                   perform append-utf8-byte
                   compute ws-utf8-byte =
                       128 + function mod(ws-code-point, 64)
                   perform append-utf8-byte
               when ws-code-point < 65536
                   compute ws-utf8-byte =
                       224 + ws-code-point / 4096
                   perform append-utf8-byte
                   compute ws-utf8-byte = 128 + function mod(
                       function integer-part(ws-code-point / 64), 64)
                   perform append-utf8-byte
                   compute ws-utf8-byte =
                       128 + function mod(ws-code-point, 64)
                   perform append-utf8-byte
               when other
                   compute ws-utf8-byte =
                       240 + ws-code-point / 262144
                   perform append-utf8-byte
                   compute ws-utf8-byte = 128 + function mod(
                       function integer-part(ws-code-point / 4096), 64)
                   perform append-utf8-byte
                   compute ws-utf8-byte = 128 + function mod(
                       function integer-part(ws-code-point / 64), 64)
                   perform append-utf8-byte
                   compute ws-utf8-byte =
                       128 + function mod(ws-code-point, 64)
                   perform append-utf8-byte
           end-evaluate

           exit paragraph.


       append-utf8-byte.

           move function char(ws-utf8-byte + 1) to ws-out-char
           perform append-token-char

           exit paragraph.


       append-token-char.

           if ws-token-len < ws-max-token then
               add 1 to ws-token-len
               move ws-out-char to ws-token(ws-token-len:1)
           end-if

           exit paragraph.


       end-string-token.

           if ws-token-is-key then
               if ws-depth > zero then
                   move ws-token(1:32) to ws-container-key(ws-depth)
               end-if
               set ws-expect-value to true
               exit paragraph
           end-if

           perform take-value

           exit paragraph.


       take-value.

      *> Places a finished string or number by its path inside the
      *> entry: a direct member, or parent -> leaf for the nested
      *> origin / alternate / canonical / summary / content parts.
           if not ws-in-entry or ws-depth < ws-entry-depth then
               exit paragraph
           end-if

           move ws-container-key(ws-depth) to ws-leaf-key

           if ws-depth = ws-entry-depth then
               evaluate ws-leaf-key
                   when "id"
                       move ws-token to ws-ent-id
                   when "originId"
                       move ws-token to ws-ent-origin-id
                   when "title"
                       move ws-token to ws-ent-title
                   when "canonicalUrl"
                       move ws-token to ws-ent-canonical
                   when "link"
                   when "url"
                       move ws-token to ws-ent-link
                   when "published"
                       move ws-token to ws-ent-published
                   when "updated"
                       move ws-token to ws-ent-updated
                   when "crawled"
                   when "crawlTimeMsec"
                       move ws-token to ws-ent-crawled
                   when "content"
                       move ws-token to ws-ent-content
                   when "summary"
                       move ws-token to ws-ent-summary
               end-evaluate
               exit paragraph
           end-if

           move ws-container-key(ws-entry-depth) to ws-parent-key

           evaluate ws-parent-key also ws-leaf-key
               when "origin" also "title"
                   move ws-token to ws-ent-feed-title
               when "canonical" also "href"
                   if ws-ent-canonical = spaces then
                       move ws-token to ws-ent-canonical
                   end-if
               when "alternate" also "href"
                   if ws-ent-alternate = spaces then
                       move ws-token to ws-ent-alternate
                   end-if
               when "content" also "content"
                   move ws-token to ws-ent-content
               when "summary" also "content"
                   move ws-token to ws-ent-summary
               when other
                   continue
           end-evaluate

           exit paragraph.


       finish-entry.

           set ws-not-in-entry to true
           add 1 to ws-entries-seen

           initialize ws-saved-item
           move 'Y' to ws-saved-item-exists

           move ws-ent-title to ws-strip-input
           perform strip-markup
           move ws-strip-output to ws-saved-item-title

           evaluate true
               when ws-ent-canonical not = spaces
                   move ws-ent-canonical to ws-saved-item-link
               when ws-ent-alternate not = spaces
                   move ws-ent-alternate to ws-saved-item-link
               when other
                   move ws-ent-link to ws-saved-item-link
           end-evaluate

      *> The publisher's own guid when the export kept it (Feedly's
      *> originId), so an item saved here from its feed matches.
           if ws-ent-origin-id not = spaces then
               move ws-ent-origin-id to ws-saved-item-guid
           else
               if ws-ent-id not = spaces then
                   move ws-ent-id to ws-saved-item-guid
               else
                   move ws-saved-item-link to ws-saved-item-guid
               end-if
           end-if

           if ws-saved-item-title = spaces
           and ws-saved-item-link = spaces then
               add 1 to ws-entries-unusable
               display function concatenate(
                   "Skipped (no title or link): entry ",
                   ws-entries-seen)
               end-display
               exit paragraph
           end-if

           if ws-saved-item-title = spaces then
               move ws-saved-item-link to ws-saved-item-title
           end-if

           evaluate true
               when ws-ent-published not = spaces
                   move ws-ent-published to ws-epoch-text
               when ws-ent-updated not = spaces
                   move ws-ent-updated to ws-epoch-text
               when other
                   move ws-ent-crawled to ws-epoch-text
           end-evaluate
           perform format-epoch-date

           if ws-ent-content not = spaces then
               move ws-ent-content to ws-strip-input
           else
               move ws-ent-summary to ws-strip-input
           end-if
           perform strip-markup
           move ws-strip-output to ws-saved-item-desc

           if ws-ent-feed-title not = spaces then
               move ws-ent-feed-title to ws-strip-input
               perform strip-markup
               move ws-strip-output to ws-saved-feed-title
           else
               move "Imported starred items" to ws-saved-feed-title
           end-if

           perform check-already-queued
           if ws-is-duplicate then
               add 1 to ws-entries-duplicate
               display function concatenate(
                   "Skipped (already queued): ",
                   function trim(ws-saved-item-title))
               end-display
               exit paragraph
           end-if

           move 'A' to ws-saved-op
           call "rss-saved-items" using
               ws-saved-op ws-saved-feed-title ws-saved-item
               ws-saved-remove-idx ws-saved-status
           end-call

           evaluate ws-saved-status
               when 1
                   add 1 to ws-entries-imported
                   perform remember-queued-item
                   display function concatenate(
                       "Imported: ",
                       function trim(ws-saved-item-title), " [",
                       function trim(ws-saved-feed-title), "]")
                   end-display
               when 3
                   add 1 to ws-entries-duplicate
                   display function concatenate(
                       "Skipped (already queued): ",
                       function trim(ws-saved-item-title))
                   end-display
               when 5
                   add 1 to ws-entries-queue-full
                   display function concatenate(
                       "Skipped (read-later queue full): ",
                       function trim(ws-saved-item-title))
                   end-display
               when other
                   add 1 to ws-entries-failed
                   display function concatenate(
                       "Failed to save: ",
                       function trim(ws-saved-item-title))
                   end-display
           end-evaluate

           exit paragraph.


       check-already-queued.

           set ws-not-duplicate to true

           perform varying ws-queued-idx from 1 by 1
               until ws-queued-idx > ws-queued-count

               if (ws-saved-item-guid not = spaces
                   and ws-queued-guid(ws-queued-idx)
                       = ws-saved-item-guid)
               or (ws-saved-item-link not = spaces
                   and ws-queued-link(ws-queued-idx)
                       = ws-saved-item-link) then
                   set ws-is-duplicate to true
                   exit perform
               end-if

           end-perform

           exit paragraph.


       remember-queued-item.

           if ws-queued-count < ws-max-queued then
               add 1 to ws-queued-count
               move ws-saved-item-guid
                   to ws-queued-guid(ws-queued-count)
               move ws-saved-item-link
                   to ws-queued-link(ws-queued-count)
           end-if

           exit paragraph.


       format-epoch-date.

      *> Exports stamp entries in seconds (Google Reader style) or
      *> milliseconds (Feedly, crawlTimeMsec) since 1970, UTC. The
      *> queue keeps an iso-8601 date, which rss-date-to-epoch-min
      *> reads back.
           move spaces to ws-saved-item-pub-date

           if function trim(ws-epoch-text) is not numeric then
               exit paragraph
           end-if

           move function numval(ws-epoch-text) to ws-epoch-seconds
           if ws-epoch-seconds > 99999999999 then
               divide ws-epoch-seconds by 1000
                   giving ws-epoch-seconds
               end-divide
           end-if

           divide ws-epoch-seconds by 86400
               giving ws-epoch-days
               remainder ws-epoch-rest
           end-divide

           compute ws-epoch-date8 = function date-of-integer(
               function integer-of-date(19700101) + ws-epoch-days)

           divide ws-epoch-rest by 3600
               giving ws-epoch-hh
               remainder ws-epoch-rest
           end-divide
           divide ws-epoch-rest by 60
               giving ws-epoch-mi
               remainder ws-epoch-ss
           end-divide

           move function concatenate(
               ws-epoch-date8(1:4), "-", ws-epoch-date8(5:2), "-",
               ws-epoch-date8(7:2), "T", ws-epoch-hh, ":",
               ws-epoch-mi, ":", ws-epoch-ss, "Z")
               to ws-saved-item-pub-date

           exit paragraph.


       strip-markup.

      *> Drops HTML tags and folds white space, then decodes the
      *> common entities - the queue holds plain text.
           move spaces to ws-strip-output
           move zero to ws-strip-out-len
           set ws-not-in-tag to true

           perform varying ws-strip-idx from 1 by 1
               until ws-strip-idx > ws-max-token
               or ws-strip-out-len >= 1024

               evaluate true
                   when ws-in-tag
                       if ws-strip-input(ws-strip-idx:1) = ">" then
                           set ws-not-in-tag to true
                       end-if
                   when ws-strip-input(ws-strip-idx:1) = "<"
                       set ws-in-tag to true
                   when ws-strip-input(ws-strip-idx:1) < space
                   or ws-strip-input(ws-strip-idx:1) = space
                       if ws-strip-out-len > zero
                       and ws-strip-output(ws-strip-out-len:1)
                           not = space then
                           add 1 to ws-strip-out-len
                       end-if
                   when other
                       add 1 to ws-strip-out-len
                       move ws-strip-input(ws-strip-idx:1)
                           to ws-strip-output(ws-strip-out-len:1)
               end-evaluate

           end-perform

           move function substitute(ws-strip-output,
               "&lt;", "<",
               "&gt;", ">",
               "&quot;", quote,
               "&#39;", "'",
               "&apos;", "'",
               "&nbsp;", " ",
               "&amp;", "&")
               to ws-strip-output
           move spaces to ws-strip-input

           exit paragraph.

       end program rss-starred-import.
