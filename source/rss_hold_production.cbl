      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: eDiscovery production of a feed under legal hold
      *>          ("--produce-hold [id] [dir]", admin role). Writes
      *>          into the production folder (default
      *>          productions/hold_<id>_<stamp> under the data
      *>          directory):
      *>          - items/item_<n>.txt - each held item's full text
      *>            (description plus its overflow continuation),
      *>            note, and read history (the shared store and
      *>            every operator overlay);
      *>          - articles/ and media/ - copies of the stored
      *>            article text and downloaded enclosure files;
      *>          - PRODUCTION.txt - what was produced, by whom;
      *>          - MANIFEST.sha256 - a SHA-256 hash of every file
      *>            above (checkable with "sha256sum -c");
      *>          - CUSTODY.log - the chain-of-custody log, opened
      *>            with the production entry (who, when, manifest
      *>            hash); later hand-offs are appended to it.
      *>          A folder already holding a production is refused.
      *>          The production is recorded through rss-audit.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-hold-production.

       environment division.

       configuration section.

       repository.
           function rss-operator-role
           function rss-operator-name
           function rss-article-path
           function rss-local-date
           function get-config
           function pipe-open
           function pipe-close
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_notes_file.cpy".
               copy "./copybooks/filecontrol/rss_overflow_file.cpy".
               copy "./copybooks/filecontrol/rss_item_state_file.cpy".

               select optional fd-rss-content-file
               assign to dynamic ws-rss-content-file-name.

               select optional fd-operators-file
               assign to dynamic ws-operators-file-name
               organization is line sequential.

               select fd-production-file
               assign to dynamic ws-production-file-name
               organization is line sequential.

               select optional fd-prod-probe-file
               assign to dynamic ws-prod-probe-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_notes_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_overflow_file.cpy".
           copy
             "./copybooks/filedescriptor/fd_rss_item_state_file.cpy".

           FD fd-operators-file.
           01  f-operators-line-raw           pic x(64).

           FD fd-production-file.
           01  f-production-line-raw          pic x(2100).

           FD fd-prod-probe-file.
           01  f-prod-probe-line-raw          pic x(256).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-record.cpy".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-content-file-name          pic x(255) value spaces.
       77  ws-rss-notes-file-name            pic x(255) value spaces.
       77  ws-rss-overflow-file-name         pic x(255) value spaces.
       77  ws-rss-item-state-file-name       pic x(255) value spaces.
       77  ws-operators-file-name            pic x(256) value spaces.
       77  ws-production-file-name           pic x(512) value spaces.
       77  ws-prod-probe-file-name           pic x(256) value spaces.
       77  ws-prod-probe-line                pic x(256) value spaces.

       77  ws-arg-id-text                    pic x(8) value spaces.
       77  ws-arg-dir                        pic x(256) value spaces.
       77  ws-hold-feed-id                   pic 9(5) value zero.

       77  ws-prod-dir                       pic x(256) value spaces.
       77  ws-prod-line                      pic x(2100) value spaces.
       77  ws-item-file-stem                 pic x(16) value spaces.
       77  ws-item-seq                       pic 9(5) value zero.
       77  ws-item-idx                       pic 9(6) value zero.

       77  ws-quote-tally                    pic 9(3) value zero.
       77  ws-shell-cmd                      pic x(1024) value spaces.
       77  ws-shell-status                   pic s9(9) value zero.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       01  ws-file-details.
           05  ws-file-size                  pic x(8) comp-x.
           05  ws-file-date                  pic x(4) comp-x.
           05  ws-file-time                  pic x(4) comp-x.

       77  ws-file-op-status                 usage binary-long.
       77  ws-copy-source                    pic x(256) value spaces.
       77  ws-copy-target                    pic x(512) value spaces.

      *> Stored files found for the item being written.
       77  ws-article-path                   pic x(256) value spaces.
       77  ws-media-dir                      pic x(256) value spaces.
       77  ws-media-name                     pic x(128) value spaces.
       77  ws-url-no-query                   pic x(256) value spaces.
       77  ws-url-segment                    pic x(256) value spaces.
       77  ws-url-ptr                        pic 9(4) value zero.

       77  ws-article-count                  pic 9(5) value zero.
       77  ws-media-count                    pic 9(5) value zero.
       77  ws-note-count                     pic 9(5) value zero.
       77  ws-count-disp                     pic z(4)9.
       77  ws-opens-disp                     pic z(4)9.

       77  ws-local-date                     pic x(40) value spaces.
       77  ws-manifest-hash                  pic x(64) value spaces.

      *> Who produced the package, and when - the crssr operator
      *> (or "-") and the login it ran under; the timestamp carries
      *> the host's UTC offset so it reads the same anywhere.
       77  ws-producer                       pic x(32) value spaces.
       77  ws-login-name                     pic x(32) value spaces.
       77  ws-current-date-time              pic x(21) value spaces.
       77  ws-produced-at                    pic x(32) value spaces.

      *> The shared side-car and every operator overlay.
       78  ws-max-operators                  value 50.
       01  ws-operator-table.
           05  ws-operator-entry             pic x(32) value spaces
                                             occurs 50 times.
       77  ws-operator-count                 pic 9(2) value zero.
       77  ws-operator-idx                   pic 9(2) value zero.
       77  ws-operators-line                 pic x(64) value spaces.
       77  ws-entry-role                     pic x(8) value spaces.
       77  ws-overlay-label                  pic x(40) value spaces.

       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-url                      pic x(256) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       01  ws-found-sw                       pic a value 'N'.
           88  ws-found                      value 'Y'.
           88  ws-not-found                  value 'N'.

       linkage section.

       01  l-production-args                 pic x(300).

       01  l-production-status               pic 9.
           88  l-production-ok               value 1.
           88  l-production-failed           value 2.

       procedure division using l-production-args,
           l-production-status.

       main-procedure.

           set l-production-failed to true

           if function rss-operator-role not = "admin" then
               display
                   "Your operator role does not allow producing "
                   "legal hold content - ask a shared-store admin "
                   "(see feeds/operators.dat)."
               end-display
               goback
           end-if

           move spaces to ws-arg-id-text ws-arg-dir
           unstring function trim(l-production-args)
               delimited by all space
               into ws-arg-id-text ws-arg-dir
           end-unstring

           if function trim(ws-arg-id-text) is not numeric then
               display "Usage: --produce-hold [feed id] [dir]"
               end-display
               goback
           end-if

           move function numval(ws-arg-id-text) to ws-hold-feed-id

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move ws-hold-feed-id to f-rss-feed-id

           open input fd-rss-list-file
               read fd-rss-list-file into ws-rss-list-record
                   key is f-rss-feed-id
                   invalid key
                       close fd-rss-list-file
                       display function concatenate(
                           "No feed with id ",
                           function trim(ws-arg-id-text),
                           " exists.")
                       end-display
                       goback
               end-read
           close fd-rss-list-file

      *> Only held content is produced - anything else is ordinary
      *> export work.
           if ws-rss-legal-hold not = 'Y' then
               display function concatenate(
                   "Feed ", function trim(ws-arg-id-text),
                   " is not under legal hold - nothing to produce.")
               end-display
               goback
           end-if

           move function current-date to ws-current-date-time
           move function concatenate(
               ws-current-date-time(1:4), "-",
               ws-current-date-time(5:2), "-",
               ws-current-date-time(7:2), " ",
               ws-current-date-time(9:2), ":",
               ws-current-date-time(11:2), ":",
               ws-current-date-time(13:2), " ",
               ws-current-date-time(17:5))
               to ws-produced-at

           if ws-arg-dir = spaces then
               move function resolve-data-path(function concatenate(
                   "productions/hold_", ws-hold-feed-id, "_",
                   ws-current-date-time(1:14)))
                   to ws-prod-dir
           else
               move ws-arg-dir to ws-prod-dir
           end-if

           move zero to ws-quote-tally
           inspect ws-prod-dir tallying ws-quote-tally for all "'"
           if ws-quote-tally > zero then
               display "A production folder name may not contain "
                   "a quote."
               end-display
               goback
           end-if

      *> Never write over a production already handed out.
           move function concatenate(
               function trim(ws-prod-dir), "/CUSTODY.log")
               to ws-production-file-name
           call "CBL_CHECK_FILE_EXIST" using
               ws-production-file-name, ws-file-details
           end-call
           if return-code = zero then
               move zero to return-code
               display function concatenate(
                   function trim(ws-prod-dir),
                   " already holds a production - choose another "
                   "folder.")
               end-display
               goback
           end-if
           move zero to return-code

           move function concatenate(
               "mkdir -p '", function trim(ws-prod-dir), "/items' '",
               function trim(ws-prod-dir), "/articles' '",
               function trim(ws-prod-dir), "/media'")
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-shell-status
           if ws-pipe-return = 255 or ws-shell-status not = zero then
               display function concatenate(
                   "Unable to create the production folder ",
                   function trim(ws-prod-dir), ".")
               end-display
               goback
           end-if

           move function concatenate(
               "Producing legal hold content of feed ",
               function trim(ws-arg-id-text), " into ",
               function trim(ws-prod-dir))
               to ws-prod-line
           call "logger" using ws-prod-line
           end-call

           move function rss-operator-name to ws-producer
           if ws-producer = spaces then
               move "-" to ws-producer
           end-if
           move spaces to ws-login-name
           accept ws-login-name from environment "USER"
               on exception
                   move spaces to ws-login-name
           end-accept
           if ws-login-name = spaces then
               move "-" to ws-login-name
           end-if

           move function concatenate(
               function trim(ws-prod-dir), "/.hash_probe.tmp")
               to ws-prod-probe-file-name

           move function get-config("media_dir") to ws-media-dir
           if ws-media-dir = "NOT-SET" or ws-media-dir = spaces then
               move function resolve-data-path("media")
                   to ws-media-dir
           end-if

           perform load-operator-names
           perform load-feed-content

           move zero to ws-item-seq
           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items
               if ws-item-exists(ws-item-idx) = 'Y' then
                   add 1 to ws-item-seq
                   perform produce-one-item
               end-if
           end-perform

           perform write-production-summary
           perform write-manifest

           if ws-manifest-hash = spaces then
               display "Unable to hash the production - check that "
                   "sha256sum is installed. The folder is left "
                   "incomplete (no custody log)."
               end-display
               goback
           end-if

           perform write-custody-log

           move "HOLD-PRODUCE" to ws-audit-op
           move ws-prod-dir to ws-audit-url
           move ws-item-seq to ws-count-disp
           move function concatenate(
               "items ", function trim(ws-count-disp),
               "; manifest sha256 ", ws-manifest-hash)
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-rss-feed-id ws-audit-url
               ws-audit-detail
           end-call

           display function concatenate(
               "Produced ", function trim(ws-count-disp),
               " held item(s) of '", function trim(ws-rss-title),
               "' into ", function trim(ws-prod-dir))
           end-display
           move ws-article-count to ws-count-disp
           display function concatenate(
               "  stored articles: ", function trim(ws-count-disp))
               with no advancing
           end-display
           move ws-media-count to ws-count-disp
           display function concatenate(
               "   enclosure files: ", function trim(ws-count-disp))
           end-display
           display function concatenate(
               "  manifest SHA-256: ", ws-manifest-hash)
           end-display

           set l-production-ok to true

           goback.


       load-feed-content.

           move ws-rss-dat-file-name to ws-rss-content-file-name
           move zero to ws-num-items
           set ws-not-eof to true

           open input fd-rss-content-file
               perform until ws-eof
                   read fd-rss-content-file into ws-rss-record
                       at end set ws-eof to true
                   end-read
               end-perform
           close fd-rss-content-file

           exit paragraph.


       load-operator-names.

      *> Everybody named in the roles file, each of whom may have
      *> read the feed through an overlay of their own.
           move zero to ws-operator-count
           move function resolve-data-path("feeds/operators.dat")
               to ws-operators-file-name
           set ws-not-eof to true

           open input fd-operators-file
               perform until ws-eof
                   or ws-operator-count >= ws-max-operators
                   read fd-operators-file into ws-operators-line
                       at end set ws-eof to true
                   not at end
                       if ws-operators-line not = spaces
                       and ws-operators-line(1:1) not = "#" then
                           add 1 to ws-operator-count
                           unstring ws-operators-line
                               delimited by "|"
                               into ws-operator-entry(
                                   ws-operator-count)
                                   ws-entry-role
                           end-unstring
                       end-if
                   end-read
               end-perform
           close fd-operators-file

           exit paragraph.


       produce-one-item.

           move function concatenate(
               "item_", ws-item-seq) to ws-item-file-stem

           move function concatenate(
               function trim(ws-prod-dir), "/items/",
               function trim(ws-item-file-stem), ".txt")
               to ws-production-file-name

           open output fd-production-file

           move function concatenate(
               "Feed:        ", function trim(ws-rss-title),
               " (id ", function trim(ws-arg-id-text), ", ",
               function trim(ws-rss-link), ")")
               to ws-prod-line
           perform write-prod-line
           move function concatenate(
               "Title:       ",
               function trim(ws-item-title(ws-item-idx)))
               to ws-prod-line
           perform write-prod-line
           if ws-item-author(ws-item-idx) not = spaces then
               move function concatenate(
                   "Author:      ",
                   function trim(ws-item-author(ws-item-idx)))
                   to ws-prod-line
               perform write-prod-line
           end-if
           move function concatenate(
               "Guid:        ",
               function trim(ws-item-guid(ws-item-idx)))
               to ws-prod-line
           perform write-prod-line
           move function concatenate(
               "Link:        ",
               function trim(ws-item-link(ws-item-idx)))
               to ws-prod-line
           perform write-prod-line
           if ws-item-canon-link(ws-item-idx) not = spaces
           and ws-item-canon-link(ws-item-idx)
               not = ws-item-link(ws-item-idx) then
               move function concatenate(
                   "Canonical:   ",
                   function trim(ws-item-canon-link(ws-item-idx)))
                   to ws-prod-line
               perform write-prod-line
           end-if
           move function concatenate(
               "Published:   ",
               function trim(ws-item-pub-date(ws-item-idx)))
               to ws-prod-line
           perform write-prod-line
           if ws-item-first-seen(ws-item-idx) not = zero then
               move function rss-local-date(
                   ws-item-first-seen(ws-item-idx)) to ws-local-date
               move function concatenate(
                   "First seen:  ", function trim(ws-local-date))
                   to ws-prod-line
               perform write-prod-line
           end-if

           evaluate true
               when ws-item-held-pending(ws-item-idx)
                   move "Status:      held pending replay review"
                       to ws-prod-line
                   perform write-prod-line
               when ws-item-held-discarded(ws-item-idx)
                   move "Status:      discarded as a replay"
                       to ws-prod-line
                   perform write-prod-line
               when ws-item-hidden(ws-item-idx) = 'Y'
                   move "Status:      hidden by a kill-file rule"
                       to ws-prod-line
                   perform write-prod-line
           end-evaluate

           move spaces to ws-prod-line
           perform write-prod-line
           move "Full text:" to ws-prod-line
           perform write-prod-line
           move ws-item-desc(ws-item-idx) to ws-prod-line
           perform write-prod-line
           if ws-item-desc-more(ws-item-idx) = 'Y' then
               perform write-overflow-text
           end-if

           if ws-item-updated(ws-item-idx) = 'Y' then
               move spaces to ws-prod-line
               perform write-prod-line
               move function concatenate(
                   "Before the upstream edit - title: ",
                   function trim(ws-item-prev-title(ws-item-idx)))
                   to ws-prod-line
               perform write-prod-line
               move ws-item-prev-desc(ws-item-idx) to ws-prod-line
               perform write-prod-line
           end-if

           perform write-item-note
           perform write-read-history
           perform copy-stored-article
           perform copy-enclosure-file

           close fd-production-file

           exit paragraph.


       write-overflow-text.

           if ws-item-guid(ws-item-idx) = spaces then
               exit paragraph
           end-if

           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_ovf.dat")
               to ws-rss-overflow-file-name

           set ws-not-eof to true
           open input fd-rss-overflow-file
               perform until ws-eof
                   read fd-rss-overflow-file
                       at end set ws-eof to true
                   not at end
                       if function trim(f-ovf-guid)
                       = function trim(ws-item-guid(ws-item-idx))
                       then
                           move f-ovf-text to ws-prod-line
                           perform write-prod-line
                           set ws-eof to true
                       end-if
                   end-read
               end-perform
           close fd-rss-overflow-file

           exit paragraph.


       write-item-note.

           if ws-item-guid(ws-item-idx) = spaces then
               exit paragraph
           end-if

           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_nte.dat")
               to ws-rss-notes-file-name

           set ws-not-found to true
           set ws-not-eof to true
           open input fd-rss-notes-file
               perform until ws-eof or ws-found
                   read fd-rss-notes-file
                       at end set ws-eof to true
                   not at end
                       if function trim(f-note-guid)
                       = function trim(ws-item-guid(ws-item-idx))
                       then
                           set ws-found to true
                       end-if
                   end-read
               end-perform
           close fd-rss-notes-file

           if ws-found then
               add 1 to ws-note-count
               move spaces to ws-prod-line
               perform write-prod-line
               move function concatenate(
                   "Note: ", function trim(f-note-text))
                   to ws-prod-line
               perform write-prod-line
           end-if

           exit paragraph.


       write-read-history.

           move spaces to ws-prod-line
           perform write-prod-line
           move "Read history:" to ws-prod-line
           perform write-prod-line

           move ws-item-open-count(ws-item-idx) to ws-opens-disp
           if ws-item-first-read(ws-item-idx) = zero then
               move "not recorded" to ws-local-date
           else
               move function rss-local-date(
                   ws-item-first-read(ws-item-idx)) to ws-local-date
           end-if
           move function concatenate(
               "  feed store:   read ", ws-item-read(ws-item-idx),
               ", opened ", function trim(ws-opens-disp),
               " time(s), first read ", function trim(ws-local-date))
               to ws-prod-line
           perform write-prod-line

           if ws-item-guid(ws-item-idx) = spaces then
               exit paragraph
           end-if

           move function substitute(
               function trim(ws-rss-dat-file-name), ".dat", ".itm")
               to ws-rss-item-state-file-name
           move "  shared state: " to ws-overlay-label
           perform write-overlay-history

           perform varying ws-operator-idx from 1 by 1
               until ws-operator-idx > ws-operator-count
               move function substitute(
                   function trim(ws-rss-dat-file-name), ".dat",
                   function concatenate(
                       "_", function trim(
                           ws-operator-entry(ws-operator-idx)),
                       ".itm"))
                   to ws-rss-item-state-file-name
               move function concatenate(
                   "  operator ",
                   function trim(ws-operator-entry(ws-operator-idx)),
                   ": ")
                   to ws-overlay-label
               perform write-overlay-history
           end-perform

           exit paragraph.


       write-overlay-history.

           open input fd-rss-item-state-file
               move ws-item-guid(ws-item-idx) to f-itm-guid
               read fd-rss-item-state-file
                   key is f-itm-guid
                   invalid key
                       continue
                   not invalid key
                       move f-itm-open-count to ws-opens-disp
                       if f-itm-first-read = zero then
                           move "not recorded" to ws-local-date
                       else
                           move function rss-local-date(
                               f-itm-first-read) to ws-local-date
                       end-if
                       move function concatenate(
                           function trim(ws-overlay-label),
                           " read ", f-itm-read,
                           ", opened ", function trim(ws-opens-disp),
                           " time(s), first read ",
                           function trim(ws-local-date))
                           to ws-prod-line
                       move function concatenate(
                           "  ", ws-prod-line) to ws-prod-line
                       perform write-prod-line
               end-read
           close fd-rss-item-state-file

           exit paragraph.


       copy-stored-article.

           move function rss-article-path(
               ws-item-guid(ws-item-idx), ws-item-link(ws-item-idx))
               to ws-article-path

           call "CBL_CHECK_FILE_EXIST" using
               ws-article-path, ws-file-details
           end-call
           if return-code not = zero then
               move zero to return-code
               exit paragraph
           end-if

           move function concatenate(
               function trim(ws-prod-dir), "/articles/",
               function trim(ws-item-file-stem), ".txt")
               to ws-copy-target
           move ws-article-path to ws-copy-source
           call "CBL_COPY_FILE" using ws-copy-source ws-copy-target
               returning ws-file-op-status
           end-call

           if ws-file-op-status = zero then
               add 1 to ws-article-count
               move function concatenate(
                   "Stored article: articles/",
                   function trim(ws-item-file-stem), ".txt")
                   to ws-prod-line
           else
               move function concatenate(
                   "Stored article could not be copied: ",
                   function trim(ws-article-path))
                   to ws-prod-line
           end-if
           perform write-prod-line

           exit paragraph.


       copy-enclosure-file.

           if ws-item-enc-url(ws-item-idx) = spaces then
               exit paragraph
           end-if

           move function concatenate(
               "Enclosure:   ",
               function trim(ws-item-enc-url(ws-item-idx)), " (",
               function trim(ws-item-enc-type(ws-item-idx)), ", ",
               ws-item-enc-length(ws-item-idx), " bytes declared)")
               to ws-prod-line
           perform write-prod-line

      *> Same file name rss-media-fetch stores it under - the last
      *> path segment of the URL, query string dropped.
           move spaces to ws-url-no-query
           unstring ws-item-enc-url(ws-item-idx) delimited by "?"
               into ws-url-no-query
           end-unstring

           move spaces to ws-media-name
           move 1 to ws-url-ptr
           perform until ws-url-ptr >
               function length(function trim(ws-url-no-query))
               move spaces to ws-url-segment
               unstring ws-url-no-query delimited by "/"
                   into ws-url-segment
                   with pointer ws-url-ptr
               end-unstring
               if ws-url-segment not = spaces then
                   move ws-url-segment to ws-media-name
               end-if
           end-perform
           if ws-media-name = spaces then
               move "enclosure.dat" to ws-media-name
           end-if

           move function concatenate(
               function trim(ws-media-dir), "/",
               function trim(ws-media-name))
               to ws-copy-source
           call "CBL_CHECK_FILE_EXIST" using
               ws-copy-source, ws-file-details
           end-call
           if return-code not = zero then
               move zero to return-code
               move "  (no downloaded copy on file)" to ws-prod-line
               perform write-prod-line
               exit paragraph
           end-if

           move function concatenate(
               function trim(ws-prod-dir), "/media/",
               function trim(ws-item-file-stem), "_",
               function trim(ws-media-name))
               to ws-copy-target
           call "CBL_COPY_FILE" using ws-copy-source ws-copy-target
               returning ws-file-op-status
           end-call

           if ws-file-op-status = zero then
               add 1 to ws-media-count
               move function concatenate(
                   "  downloaded copy: media/",
                   function trim(ws-item-file-stem), "_",
                   function trim(ws-media-name))
                   to ws-prod-line
           else
               move function concatenate(
                   "  downloaded copy could not be copied: ",
                   function trim(ws-copy-source))
                   to ws-prod-line
           end-if
           perform write-prod-line

           exit paragraph.


       write-production-summary.

           move function concatenate(
               function trim(ws-prod-dir), "/PRODUCTION.txt")
               to ws-production-file-name

           open output fd-production-file

           move "Legal hold production" to ws-prod-line
           perform write-prod-line
           move "---------------------" to ws-prod-line
           perform write-prod-line
           move function concatenate(
               "Feed:          ", function trim(ws-rss-title),
               " (id ", function trim(ws-arg-id-text), ")")
               to ws-prod-line
           perform write-prod-line
           move function concatenate(
               "Feed URL:      ", function trim(ws-rss-link))
               to ws-prod-line
           perform write-prod-line
           move function concatenate(
               "Produced at:   ", function trim(ws-produced-at))
               to ws-prod-line
           perform write-prod-line
           move function concatenate(
               "Produced by:   operator ", function trim(ws-producer),
               " (login ", function trim(ws-login-name), ")")
               to ws-prod-line
           perform write-prod-line
           move ws-item-seq to ws-count-disp
           move function concatenate(
               "Items:         ", function trim(ws-count-disp),
               " (items/)")
               to ws-prod-line
           perform write-prod-line
           move ws-note-count to ws-count-disp
           move function concatenate(
               "Notes:         ", function trim(ws-count-disp))
               to ws-prod-line
           perform write-prod-line
           move ws-article-count to ws-count-disp
           move function concatenate(
               "Articles:      ", function trim(ws-count-disp),
               " (articles/)")
               to ws-prod-line
           perform write-prod-line
           move ws-media-count to ws-count-disp
           move function concatenate(
               "Enclosures:    ", function trim(ws-count-disp),
               " (media/)")
               to ws-prod-line
           perform write-prod-line
           move spaces to ws-prod-line
           perform write-prod-line
           move function concatenate(
               "Every file is listed with its SHA-256 hash in ",
               "MANIFEST.sha256 (verify with: sha256sum -c ",
               "MANIFEST.sha256). Hand-offs are logged in ",
               "CUSTODY.log.")
               to ws-prod-line
           perform write-prod-line

           close fd-production-file

           exit paragraph.


       write-manifest.

      *> Relative paths, sorted, so "sha256sum -c" run inside the
      *> folder checks the package wherever it has been copied.
           move spaces to ws-manifest-hash
           move function concatenate(
               "cd '", function trim(ws-prod-dir), "' && ",
               "find . -type f ! -name MANIFEST.sha256 ",
               "! -name CUSTODY.log ! -name .hash_probe.tmp -print0 ",
               "| sort -z | xargs -0 -r sha256sum > MANIFEST.sha256")
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           if ws-pipe-return = 255 then
               exit paragraph
           end-if
           move pipe-close(ws-pipe-record) to ws-shell-status
           if ws-shell-status not = zero then
               exit paragraph
           end-if

           move function concatenate(
               "sha256sum '", function trim(ws-prod-dir),
               "/MANIFEST.sha256' > '",
               function trim(ws-prod-probe-file-name), "'")
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           if ws-pipe-return = 255 then
               exit paragraph
           end-if
           move pipe-close(ws-pipe-record) to ws-shell-status

           move spaces to ws-prod-probe-line
           open input fd-prod-probe-file
               read fd-prod-probe-file into ws-prod-probe-line
                   at end move spaces to ws-prod-probe-line
               end-read
           close fd-prod-probe-file

           call "CBL_DELETE_FILE" using ws-prod-probe-file-name
               returning ws-file-op-status
           end-call

           if ws-shell-status = zero
           and ws-prod-probe-line(65:1) = space then
               move ws-prod-probe-line(1:64) to ws-manifest-hash
           end-if

           exit paragraph.


       write-custody-log.

           move function concatenate(
               function trim(ws-prod-dir), "/CUSTODY.log")
               to ws-production-file-name

           open output fd-production-file

           move function concatenate(
               "# chain of custody - one line per hand-off: ",
               "when|event|by|detail")
               to ws-prod-line
           perform write-prod-line

           move ws-item-seq to ws-count-disp
           move function concatenate(
               function trim(ws-produced-at), "|PRODUCED|",
               "operator ", function trim(ws-producer),
               " (login ", function trim(ws-login-name), ")|",
               "feed ", function trim(ws-arg-id-text), ", ",
               function trim(ws-count-disp), " item(s), ",
               "MANIFEST.sha256 ", ws-manifest-hash)
               to ws-prod-line
           perform write-prod-line

           close fd-production-file

           exit paragraph.


       write-prod-line.

           write f-production-line-raw from ws-prod-line

           exit paragraph.

       end program rss-hold-production.
