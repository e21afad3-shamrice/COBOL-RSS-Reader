      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Citation export for research write-ups. Writes the
      *>          read-later queue (saved.dat), or every item carrying
      *>          a chosen tag, as BibTeX, RIS or CSL-JSON so that
      *>          reference managers import the entries directly.
      *>          Each entry has the item title, the feed title as
      *>          publisher, the author, the item date, the link, the
      *>          access date (first read, else the export date) and
      *>          the item's annotation (rss_<id>_nte.dat) as a note.
      *>          Saved items are matched back to their feed's
      *>          content file by guid or link for author, date and
      *>          read stamp; an item since rolled off keeps what
      *>          saved.dat holds.
      *>          Arguments: format [saved | tag] [file]
      *>          format - bibtex, ris or csl (CSL-JSON);
      *>          source - "saved" (the default) or a tag name;
      *>          file   - default ./citations.bib / .ris / .json.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-citation-export.

       environment division.

       configuration section.

       repository.
           function rss-date-to-epoch-min
           function resolve-data-path
           function rss-host-utc-offset.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".
               copy "./copybooks/filecontrol/rss_saved_file.cpy".
               copy "./copybooks/filecontrol/rss_notes_file.cpy".

               select optional fd-rss-content-file
               assign to dynamic ws-rss-content-file-name.

               select fd-citation-file
               assign to dynamic ws-citation-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_saved_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_notes_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".

           FD fd-citation-file.
           01  f-citation-line-raw            pic x(2200).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-record.cpy".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-rss-saved-file-name            pic x(255) value spaces.
       77  ws-rss-notes-file-name            pic x(255) value spaces.
       77  ws-rss-content-file-name          pic x(256) value spaces.
       77  ws-loaded-content-file-name       pic x(256) value spaces.
       77  ws-citation-file-name             pic x(256) value spaces.
       77  ws-citation-line                  pic x(2200) value spaces.

      *> Arguments.
       77  ws-arg-format                     pic x(16) value spaces.
       77  ws-arg-source                     pic x(64) value spaces.
       77  ws-arg-file                       pic x(256) value spaces.

       01  ws-format-sw                      pic x value space.
           88  ws-format-bibtex              value 'B'.
           88  ws-format-ris                 value 'R'.
           88  ws-format-csl                 value 'C'.

       01  ws-source-sw                      pic x value 'S'.
           88  ws-source-saved               value 'S'.
           88  ws-source-tag                 value 'T'.

       77  ws-cite-tag                       pic x(64) value spaces.
       77  ws-tag-search                     pic x(68) value spaces.
       77  ws-tag-list                       pic x(68) value spaces.
       77  ws-tag-tally                      pic 9(3) value zero.

      *> Feeds on the list - saved items name their feed by title.
       78  ws-max-feeds                      value 500.
       01  ws-feed-table.
           05  ws-feed-count                 pic 9(3) value zero.
           05  ws-feed-entry occurs 500 times.
               10  ws-fd-title               pic x(128) value spaces.
               10  ws-fd-dat-file            pic x(128) value spaces.
       77  ws-feed-idx                       pic 9(3) value zero.
       77  ws-feed-found-idx                 pic 9(3) value zero.

      *> What is exported, gathered first so each format writes
      *> from one place.
       78  ws-max-citations                  value 500.
       01  ws-citation-table.
           05  ws-cite-count                 pic 9(3) value zero.
           05  ws-cite-entry occurs 500 times.
               10  ws-ct-title               pic x(128) value spaces.
               10  ws-ct-publisher           pic x(128) value spaces.
               10  ws-ct-author              pic x(64) value spaces.
               10  ws-ct-date                pic 9(8) value zero.
               10  ws-ct-link                pic x(256) value spaces.
               10  ws-ct-access-date         pic 9(8) value zero.
               10  ws-ct-note                pic x(512) value spaces.
       77  ws-cite-idx                       pic 9(3) value zero.
       77  ws-cite-key-num                   pic 9(4) value zero.

       77  ws-item-idx                       pic 9(6) value zero.
       77  ws-item-found-idx                 pic 9(6) value zero.
       77  ws-rss-idx                        pic 9(5) value zero.
       77  ws-today-date8                    pic 9(8) value zero.
       77  ws-epoch-work                     pic 9(10) value zero.
       77  ws-epoch-local                    pic 9(10) value zero.
       77  ws-day-number                     pic 9(9) value zero.
       77  ws-saved-pub-date                 pic x(128) value spaces.
       77  ws-truncated-count                pic 9(5) value zero.

      *> Entry currently being written.
       77  ws-out-title                      pic x(600) value spaces.
       77  ws-out-publisher                  pic x(600) value spaces.
       77  ws-out-author                     pic x(300) value spaces.
       77  ws-out-note                       pic x(1600) value spaces.
       77  ws-out-link                       pic x(600) value spaces.
       77  ws-escape-input                   pic x(512) value spaces.
       77  ws-escaped-text                   pic x(1600) value spaces.
       77  ws-date-iso                       pic x(10) value spaces.
       77  ws-access-iso                     pic x(10) value spaces.
       77  ws-date-ris                       pic x(11) value spaces.
       77  ws-date-parts                     pic x(16) value spaces.
       77  ws-access-parts                   pic x(16) value spaces.
       77  ws-date-work                      pic 9(8) value zero.
       77  ws-date-yyyy                      pic 9(4) value zero.
       77  ws-date-mm                        pic 9(2) value zero.
       77  ws-date-dd                        pic 9(2) value zero.
       77  ws-date-mm-disp                   pic z9.
       77  ws-date-dd-disp                   pic z9.
       77  ws-cite-key                       pic x(16) value spaces.
       77  ws-json-sep                       pic x value space.

       78  ws-months-bibtex
           value "janfebmaraprmayjunjulaugsepoctnovdec".
       01  ws-month-names                    pic x(36)
                                             value ws-months-bibtex.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       01  ws-note-eof-sw                    pic a value 'N'.
           88  ws-note-eof                   value 'Y'.
           88  ws-note-not-eof               value 'N'.

       01  ws-note-found-sw                  pic a value 'N'.
           88  ws-note-found                 value 'Y'.
           88  ws-note-not-found             value 'N'.

       linkage section.

       01  l-cite-args                       pic x(300).

       01  l-cite-status                     pic 9.
           88  l-cite-ok                     value 1.
           88  l-cite-failed                 value 2.

       procedure division using l-cite-args, l-cite-status.

       main-procedure.

           set l-cite-failed to true

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name
           move function resolve-data-path("feeds/saved.dat")
               to ws-rss-saved-file-name

           move function current-date(1:8) to ws-today-date8

           perform parse-cite-arguments
           if ws-format-sw = space then
               display "Citation format must be bibtex, ris or csl."
               end-display
               goback
           end-if

           perform load-feed-table

           move zero to ws-cite-count
           move zero to ws-truncated-count
           if ws-source-saved then
               perform collect-saved-items
           else
               perform collect-tagged-items
           end-if

           if ws-cite-count = zero then
               if ws-source-saved then
                   display "The read-later queue is empty - nothing "
                       "to cite."
                   end-display
               else
                   display "No items carry the tag '"
                       function trim(ws-cite-tag) "'."
                   end-display
               end-if
               set l-cite-ok to true
               goback
           end-if

           open output fd-citation-file
               evaluate true
                   when ws-format-bibtex
                       perform write-bibtex-file
                   when ws-format-ris
                       perform write-ris-file
                   when ws-format-csl
                       perform write-csl-json-file
               end-evaluate
           close fd-citation-file

           display function concatenate(
               "Exported ", ws-cite-count, " citation(s) to ",
               function trim(ws-citation-file-name))
           end-display
           if ws-truncated-count > zero then
               display function concatenate(
                   ws-truncated-count, " further item(s) left out - ",
                   "more than ", ws-max-citations,
                   " in one export.")
               end-display
           end-if

           call "logger" using function concatenate(
               "Citation export: ", ws-cite-count, " entr(ies) to ",
               function trim(ws-citation-file-name))
           end-call

           set l-cite-ok to true

           goback.


       parse-cite-arguments.

           move spaces to ws-arg-format ws-arg-source ws-arg-file
           unstring l-cite-args delimited by all spaces
               into ws-arg-format ws-arg-source ws-arg-file
           end-unstring

           move space to ws-format-sw
           evaluate function lower-case(ws-arg-format)
               when "bibtex"
               when "bib"
                   set ws-format-bibtex to true
                   move "./citations.bib" to ws-citation-file-name
               when "ris"
                   set ws-format-ris to true
                   move "./citations.ris" to ws-citation-file-name
               when "csl"
               when "csl-json"
               when "json"
                   set ws-format-csl to true
                   move "./citations.json" to ws-citation-file-name
           end-evaluate

           if ws-arg-source = spaces
           or function lower-case(ws-arg-source) = "saved" then
               set ws-source-saved to true
           else
               set ws-source-tag to true
               move ws-arg-source to ws-cite-tag
           end-if

           if ws-arg-file not = spaces then
               move ws-arg-file to ws-citation-file-name
           end-if

           exit paragraph.


       load-feed-table.

           move zero to ws-feed-count
           set ws-not-eof to true
           move zero to ws-last-id-record

           open input fd-rss-last-id-file
               perform until ws-eof
                   read fd-rss-last-id-file into ws-last-id-record
                       at end set ws-eof to true
                   end-read
               end-perform
           close fd-rss-last-id-file

           if ws-last-id-record is zeros then
               exit paragraph
           end-if

           open input fd-rss-list-file
               perform varying ws-rss-idx from 1 by 1
                   until ws-rss-idx > ws-last-id-record
                   or ws-feed-count >= ws-max-feeds

                   move ws-rss-idx to f-rss-feed-id
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-feed-id
                       invalid key
                           continue
                       not invalid key
                           add 1 to ws-feed-count
                           move ws-rss-title
                               to ws-fd-title(ws-feed-count)
                           move ws-rss-dat-file-name
                               to ws-fd-dat-file(ws-feed-count)
                   end-read
               end-perform
           close fd-rss-list-file

           exit paragraph.


       collect-saved-items.

           set ws-not-eof to true

           open input fd-rss-saved-file
               perform until ws-eof
                   read fd-rss-saved-file
                       at end set ws-eof to true
                   not at end
                       if f-saved-exists = 'Y' then
                           perform add-saved-citation
                       end-if
                   end-read
               end-perform
           close fd-rss-saved-file

           exit paragraph.


       add-saved-citation.

           if ws-cite-count >= ws-max-citations then
               add 1 to ws-truncated-count
               exit paragraph
           end-if

           add 1 to ws-cite-count
           initialize ws-cite-entry(ws-cite-count)
           move f-saved-item-title to ws-ct-title(ws-cite-count)
           move f-saved-feed-title to ws-ct-publisher(ws-cite-count)
           move f-saved-item-link to ws-ct-link(ws-cite-count)
           move f-saved-item-pub-date to ws-saved-pub-date

      *> Back to the feed's content file for what saved.dat does
      *> not keep.
           move zero to ws-feed-found-idx
           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               or ws-feed-found-idx > zero
               if ws-fd-title(ws-feed-idx) = f-saved-feed-title then
                   move ws-feed-idx to ws-feed-found-idx
               end-if
           end-perform

           move zero to ws-item-found-idx
           if ws-feed-found-idx > zero
           and ws-fd-dat-file(ws-feed-found-idx) not = spaces then
               move ws-fd-dat-file(ws-feed-found-idx)
                   to ws-rss-dat-file-name
               perform load-content-file
               perform varying ws-item-idx from 1 by 1
                   until ws-item-idx > ws-num-items
                   or ws-item-found-idx > zero
                   if (f-saved-item-guid not = spaces
                       and ws-item-guid(ws-item-idx)
                           = f-saved-item-guid)
                   or ws-item-link(ws-item-idx) = f-saved-item-link
                   then
                       move ws-item-idx to ws-item-found-idx
                   end-if
               end-perform
           end-if

           if ws-item-found-idx > zero then
               move ws-item-found-idx to ws-item-idx
               perform take-item-details
           else
               move function rss-date-to-epoch-min(ws-saved-pub-date)
                   to ws-epoch-work
               perform epoch-to-date8
               move ws-date-work to ws-ct-date(ws-cite-count)
               move ws-today-date8 to ws-ct-access-date(ws-cite-count)
           end-if

           if ws-feed-found-idx > zero
           and f-saved-item-guid not = spaces then
               move f-saved-item-guid to ws-item-guid(1)
               move 1 to ws-item-idx
               perform find-item-note
           end-if

           exit paragraph.


       collect-tagged-items.

           move function lower-case(function concatenate(
               ",", function trim(ws-cite-tag), ","))
               to ws-tag-search

           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               if ws-fd-dat-file(ws-feed-idx) not = spaces then
                   move ws-fd-dat-file(ws-feed-idx)
                       to ws-rss-dat-file-name
                   perform load-content-file
                   perform varying ws-item-idx from 1 by 1
                       until ws-item-idx > ws-num-items
                       perform check-item-tagged
                   end-perform
               end-if
           end-perform

           exit paragraph.


       check-item-tagged.

           if ws-item-exists(ws-item-idx) not = 'Y'
           or ws-item-hidden(ws-item-idx) = 'Y'
           or ws-item-tags(ws-item-idx) = spaces then
               exit paragraph
           end-if

      *> Whole tags only - "apt" must not pick up "apt29".
           move function lower-case(function concatenate(
               ",", function trim(ws-item-tags(ws-item-idx)), ","))
               to ws-tag-list
           move zero to ws-tag-tally
           inspect ws-tag-list tallying ws-tag-tally
               for all function trim(ws-tag-search)
           if ws-tag-tally = zero then
               exit paragraph
           end-if

           if ws-cite-count >= ws-max-citations then
               add 1 to ws-truncated-count
               exit paragraph
           end-if

           add 1 to ws-cite-count
           initialize ws-cite-entry(ws-cite-count)
           move ws-item-title(ws-item-idx)
               to ws-ct-title(ws-cite-count)
           move ws-fd-title(ws-feed-idx)
               to ws-ct-publisher(ws-cite-count)
           move ws-item-link(ws-item-idx)
               to ws-ct-link(ws-cite-count)
           move ws-item-pub-date(ws-item-idx) to ws-saved-pub-date
           perform take-item-details
           perform find-item-note

           exit paragraph.


       take-item-details.

           move ws-item-author(ws-item-idx)
               to ws-ct-author(ws-cite-count)

           move ws-item-pub-epoch-min(ws-item-idx) to ws-epoch-work
           if ws-epoch-work = zero then
               move function rss-date-to-epoch-min(ws-saved-pub-date)
                   to ws-epoch-work
           end-if
           perform epoch-to-date8
           move ws-date-work to ws-ct-date(ws-cite-count)

           move ws-item-first-read(ws-item-idx) to ws-epoch-work
           perform epoch-to-date8
           if ws-date-work = zero then
               move ws-today-date8 to ws-ct-access-date(ws-cite-count)
           else
               move ws-date-work to ws-ct-access-date(ws-cite-count)
           end-if

           exit paragraph.


       epoch-to-date8.

           move zero to ws-date-work
      *> The epoch is UTC; the date is the host's calendar day, the
      *> same calendar today's access date comes from.
           if ws-epoch-work > zero then
               compute ws-epoch-local =
                   ws-epoch-work + function rss-host-utc-offset
               compute ws-day-number = ws-epoch-local / 1440
               move function date-of-integer(ws-day-number)
                   to ws-date-work
           end-if

           exit paragraph.


       load-content-file.

           if ws-rss-dat-file-name = ws-loaded-content-file-name then
               exit paragraph
           end-if

           move ws-rss-dat-file-name to ws-loaded-content-file-name
           move ws-rss-dat-file-name to ws-rss-content-file-name
           move zero to ws-num-items

           open input fd-rss-content-file
               read fd-rss-content-file into ws-rss-record
                   at end
                       continue
               end-read
           close fd-rss-content-file

           exit paragraph.


       find-item-note.

      *> Annotations are keyed by guid in the feed's
      *> rss_<id>_nte.dat, as the item viewer writes them.
           if ws-item-guid(ws-item-idx) = spaces then
               exit paragraph
           end-if

           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_nte.dat")
               to ws-rss-notes-file-name

           set ws-note-not-eof to true
           set ws-note-not-found to true

           open input fd-rss-notes-file
               perform until ws-note-eof or ws-note-found
                   read fd-rss-notes-file
                       at end set ws-note-eof to true
                   not at end
                       if function trim(f-note-guid)
                       = function trim(
                           ws-item-guid(ws-item-idx)) then
                           set ws-note-found to true
                       end-if
                   end-read
               end-perform
           close fd-rss-notes-file

           if ws-note-found then
               move f-note-text to ws-ct-note(ws-cite-count)
           end-if

      *> The content table may now be stale (the guid slot above
      *> is reused for saved items) - force a reload next time.
           move spaces to ws-loaded-content-file-name

           exit paragraph.


       build-entry-dates.

           move spaces to ws-date-iso ws-date-ris ws-date-parts
           move ws-ct-date(ws-cite-idx) to ws-date-work
           if ws-date-work > zero then
               perform split-date-work
               string ws-date-yyyy "-" ws-date-mm "-" ws-date-dd
                   delimited by size into ws-date-iso
               end-string
               string ws-date-yyyy "/" ws-date-mm "/" ws-date-dd "/"
                   delimited by size into ws-date-ris
               end-string
               string "[" ws-date-yyyy "," function trim(
                   ws-date-mm-disp) "," function trim(
                   ws-date-dd-disp) "]"
                   delimited by size into ws-date-parts
               end-string
           end-if

           move spaces to ws-access-iso ws-access-parts
           move ws-ct-access-date(ws-cite-idx) to ws-date-work
           perform split-date-work
           string ws-date-yyyy "-" ws-date-mm "-" ws-date-dd
               delimited by size into ws-access-iso
           end-string
           string "[" ws-date-yyyy "," function trim(
               ws-date-mm-disp) "," function trim(ws-date-dd-disp) "]"
               delimited by size into ws-access-parts
           end-string

           exit paragraph.


       split-date-work.

           compute ws-date-yyyy = ws-date-work / 10000
           compute ws-date-mm =
               function mod(ws-date-work / 100, 100)
           compute ws-date-dd = function mod(ws-date-work, 100)
           move ws-date-mm to ws-date-mm-disp
           move ws-date-dd to ws-date-dd-disp

           exit paragraph.


       write-bibtex-file.

           perform varying ws-cite-idx from 1 by 1
               until ws-cite-idx > ws-cite-count
               perform write-bibtex-entry
           end-perform

           exit paragraph.


       write-bibtex-entry.

           perform build-entry-dates

           move ws-cite-idx to ws-cite-key-num
           move spaces to ws-cite-key
           if ws-ct-date(ws-cite-idx) > zero then
               string "crssr" ws-date-iso(1:4) "-" ws-cite-key-num
                   delimited by size into ws-cite-key
               end-string
           else
               string "crssr-" ws-cite-key-num
                   delimited by size into ws-cite-key
               end-string
           end-if

           move function concatenate(
               "@online{", function trim(ws-cite-key), ",")
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           move ws-ct-title(ws-cite-idx) to ws-escape-input
           perform bibtex-escape
           move function concatenate(
               "  title = {{", function trim(ws-escaped-text), "}},")
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line

      *> Double braces keep the author as written rather than
      *> letting BibTeX split it into first and last names.
           if ws-ct-author(ws-cite-idx) not = spaces then
               move ws-ct-author(ws-cite-idx) to ws-escape-input
               perform bibtex-escape
               move function concatenate(
                   "  author = {{", function trim(ws-escaped-text),
                   "}},")
                   to ws-citation-line
               write f-citation-line-raw from ws-citation-line
           end-if

           move ws-ct-publisher(ws-cite-idx) to ws-escape-input
           perform bibtex-escape
           move function concatenate(
               "  publisher = {", function trim(ws-escaped-text),
               "},")
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line
           move function concatenate(
               "  organization = {", function trim(ws-escaped-text),
               "},")
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           if ws-ct-date(ws-cite-idx) > zero then
               move function concatenate(
                   "  date = {", ws-date-iso, "},")
                   to ws-citation-line
               write f-citation-line-raw from ws-citation-line
               move function concatenate(
                   "  year = {", ws-date-iso(1:4), "},")
                   to ws-citation-line
               write f-citation-line-raw from ws-citation-line
               move function concatenate(
                   "  month = ",
                   ws-month-names(ws-date-mm * 3 - 2:3), ",")
                   to ws-citation-line
               write f-citation-line-raw from ws-citation-line
           end-if

           move function concatenate(
               "  url = {", function trim(ws-ct-link(ws-cite-idx)),
               "},")
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           move function concatenate(
               "  urldate = {", ws-access-iso, "},")
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           if ws-ct-note(ws-cite-idx) not = spaces then
               move ws-ct-note(ws-cite-idx) to ws-escape-input
               perform bibtex-escape
               move function concatenate(
                   "  note = {", function trim(ws-escaped-text), "},")
                   to ws-citation-line
               write f-citation-line-raw from ws-citation-line
           end-if

           move "}" to ws-citation-line
           write f-citation-line-raw from ws-citation-line
           move spaces to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           exit paragraph.


       bibtex-escape.

      *> Braces would unbalance the field; LaTeX specials are
      *> backslashed.
           move function substitute(ws-escape-input,
               "{", "(", "}", ")")
               to ws-escape-input
           move function substitute(ws-escape-input,
               "\", "/",
               "&", "\&", "%", "\%", "#", "\#",
               "$", "\$", "_", "\_")
               to ws-escaped-text
           move spaces to ws-escape-input

           exit paragraph.


       write-ris-file.

           perform varying ws-cite-idx from 1 by 1
               until ws-cite-idx > ws-cite-count
               perform write-ris-entry
           end-perform

           exit paragraph.


       write-ris-entry.

           perform build-entry-dates

           move "TY  - ELEC" to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           move function concatenate(
               "TI  - ", function trim(ws-ct-title(ws-cite-idx)))
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           if ws-ct-author(ws-cite-idx) not = spaces then
               move function concatenate(
                   "AU  - ", function trim(ws-ct-author(ws-cite-idx)))
                   to ws-citation-line
               write f-citation-line-raw from ws-citation-line
           end-if

           move function concatenate(
               "PB  - ", function trim(ws-ct-publisher(ws-cite-idx)))
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           if ws-ct-date(ws-cite-idx) > zero then
               move function concatenate("PY  - ", ws-date-iso(1:4))
                   to ws-citation-line
               write f-citation-line-raw from ws-citation-line
               move function concatenate("DA  - ", ws-date-ris)
                   to ws-citation-line
               write f-citation-line-raw from ws-citation-line
           end-if

           move function concatenate(
               "UR  - ", function trim(ws-ct-link(ws-cite-idx)))
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           move function concatenate("Y2  - ", ws-access-iso)
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           if ws-ct-note(ws-cite-idx) not = spaces then
               move function concatenate(
                   "N1  - ", function trim(ws-ct-note(ws-cite-idx)))
                   to ws-citation-line
               write f-citation-line-raw from ws-citation-line
           end-if

           move "ER  - " to ws-citation-line
           write f-citation-line-raw from ws-citation-line
           move spaces to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           exit paragraph.


       write-csl-json-file.

           move "[" to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           perform varying ws-cite-idx from 1 by 1
               until ws-cite-idx > ws-cite-count
               perform write-csl-json-entry
           end-perform

           move "]" to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           exit paragraph.


       write-csl-json-entry.

           perform build-entry-dates

           if ws-cite-idx < ws-cite-count then
               move "," to ws-json-sep
           else
               move space to ws-json-sep
           end-if

           move ws-cite-idx to ws-cite-key-num

           move ws-ct-title(ws-cite-idx) to ws-escape-input
           perform json-escape
           move ws-escaped-text to ws-out-title

           move ws-ct-publisher(ws-cite-idx) to ws-escape-input
           perform json-escape
           move ws-escaped-text to ws-out-publisher

           move ws-ct-link(ws-cite-idx) to ws-escape-input
           perform json-escape
           move ws-escaped-text to ws-out-link

           move function concatenate(
               '  {"id": "crssr-', ws-cite-key-num,
               '", "type": "webpage",')
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           move function concatenate(
               '   "title": "', function trim(ws-out-title), '",')
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           if ws-ct-author(ws-cite-idx) not = spaces then
               move ws-ct-author(ws-cite-idx) to ws-escape-input
               perform json-escape
               move function concatenate(
                   '   "author": [{"literal": "',
                   function trim(ws-escaped-text), '"}],')
                   to ws-citation-line
               write f-citation-line-raw from ws-citation-line
           end-if

           move function concatenate(
               '   "publisher": "', function trim(ws-out-publisher),
               '",')
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line
           move function concatenate(
               '   "container-title": "',
               function trim(ws-out-publisher), '",')
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           if ws-ct-date(ws-cite-idx) > zero then
               move function concatenate(
                   '   "issued": {"date-parts": [',
                   function trim(ws-date-parts), ']},')
                   to ws-citation-line
               write f-citation-line-raw from ws-citation-line
           end-if

           move function concatenate(
               '   "URL": "', function trim(ws-out-link), '",')
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           if ws-ct-note(ws-cite-idx) not = spaces then
               move ws-ct-note(ws-cite-idx) to ws-escape-input
               perform json-escape
               move function concatenate(
                   '   "note": "', function trim(ws-escaped-text),
                   '",')
                   to ws-citation-line
               write f-citation-line-raw from ws-citation-line
           end-if

           move function concatenate(
               '   "accessed": {"date-parts": [',
               function trim(ws-access-parts), ']}}', ws-json-sep)
               to ws-citation-line
           write f-citation-line-raw from ws-citation-line

           exit paragraph.


       json-escape.

      *> Backslash first so the escapes added after it survive;
      *> tabs would be raw control characters in a JSON string.
           move function substitute(ws-escape-input,
               "\", "\\")
               to ws-escaped-text
           move function substitute(ws-escaped-text,
               '"', '\"', x"09", " ")
               to ws-escaped-text
           move spaces to ws-escape-input

           exit paragraph.

       end program rss-citation-export.
