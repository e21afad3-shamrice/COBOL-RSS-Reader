      *          how long it has been since the last successful
      *          download, so a feed failing for days can be told
      *          apart from one that just had a bad night.
      *          Replacement URLs discovered for a quarantined feed
      *          (rss-url-proposals) are listed under it; F2 on one
      *          moves the subscription there through the same
      *          DELETE-then-WRITE URL change the feed editor uses,
      *          so the feed id - and with it the read state - stays
      *          as it was.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       repository.
           function rss-epoch-minutes
           function rss-operator-role
           function resolve-data-path.

       special-names.
       copy "./copybooks/wsrecord/ws-theme-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".
       copy "./copybooks/wsrecord/ws-url-proposal-record.cpy".

       01  ws-cursor-position.
           05  ws-cursor-line                pic 99.
           88  ws-no-more-pages              value 'N'.

       01  ws-health-display-text            occurs 16 times.
           05  ws-health-display-line        pic x(76) value spaces.

      *> What each display row shows: the feed, and for a proposed
      *> URL row its slot in ws-url-proposal-table (zero on the
      *> feed's own row).
       01  ws-health-row-info                occurs 16 times.
           05  ws-health-row-feed-id         pic 9(5) value zero.
           05  ws-health-row-prop-idx        pic 9(3) value zero.

       77  ws-health-row-text                pic x(76) value spaces.
       77  ws-health-row-prop                pic 9(3) value zero.
       77  ws-health-message                 pic x(78) value spaces.
       77  ws-selected-row                   pic 99 value zero.
       77  ws-prop-idx                       pic 9(3) value zero.

       77  ws-proposal-op                    pic x value 'A'.
       77  ws-proposal-status                pic 9 value zero.

       01  ws-feed-moved-sw                  pic a value 'N'.
           88  ws-feed-moved                 value 'Y'.
           88  ws-feed-not-moved             value 'N'.

      *> Audit-trail hand-off fields - see rss-audit.
       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       77  ws-empty-line                     pic x(80) value spaces.

       77  ws-elapsed-minutes                pic s9(10) value zero.
       77  ws-elapsed-disp                   pic zzzzzzzz9.

       01  ws-status-word                    pic x(20) value spaces.

       linkage section.

           call "logger" using "Opening RSS feed health report."

           perform load-highest-rss-record
           perform load-url-proposals
           perform set-health-page-items

           perform handle-user-input

       handle-user-input.

           move 0 to ws-cursor-line, ws-cursor-col

           perform until ws-exit-true

               accept s-rss-feed-health-screen
               move spaces to ws-health-message

               evaluate true

                   when ws-crt-status = COB-SCR-F2
                       perform accept-proposed-url

                   when ws-crt-status = COB-SCR-PAGE-DOWN
                   and ws-has-more-pages
                       add 1 to ws-health-page-num
           exit paragraph.


       load-url-proposals.

           move 'A' to ws-proposal-op
           move zero to ws-proposal-count
           call "rss-url-proposals" using
               ws-proposal-op ws-proposal-feed-id ws-proposal-url
               ws-rss-dat-file-name ws-url-proposal-table
               ws-proposal-status
           end-call
           cancel "rss-url-proposals"

           exit paragraph.


       set-health-page-items.

           perform varying ws-display-counter from 1 by 1
               until ws-display-counter > ws-max-display-items
               move spaces to ws-health-display-line(ws-display-counter)
               move zero to ws-health-row-feed-id(ws-display-counter)
               move zero to ws-health-row-prop-idx(ws-display-counter)
           end-perform

           if ws-last-id-record is zeros then
                           continue
                       not invalid key

                           perform build-health-line
                           move zero to ws-health-row-prop
                           perform add-health-row

                           perform varying ws-prop-idx from 1 by 1
                               until ws-prop-idx > ws-proposal-count
                               if ws-proposal-entry(ws-prop-idx)(1:5)
                                   = ws-rss-feed-id then
                                   perform build-proposal-line
                                   move ws-prop-idx
                                       to ws-health-row-prop
                                   perform add-health-row
                               end-if
                           end-perform
                   end-read

               end-perform
           exit paragraph.


       add-health-row.

           add 1 to ws-global-found-count

           if ws-global-found-count > ws-health-page-start
           and ws-display-counter <= ws-max-display-items then
               move ws-health-row-text
                   to ws-health-display-line(ws-display-counter)
               move ws-rss-feed-id
                   to ws-health-row-feed-id(ws-display-counter)
               move ws-health-row-prop
                   to ws-health-row-prop-idx(ws-display-counter)
               add 1 to ws-display-counter
           else
               if ws-display-counter > ws-max-display-items then
                   set ws-has-more-pages to true
               end-if
           end-if

           exit paragraph.


       build-proposal-line.

           move ws-proposal-entry(ws-prop-idx)
               to ws-url-proposal-record

           if ws-proposal-reachable then
               move function concatenate(
                   "  -> proposed (answers): ",
                   function trim(ws-proposal-url))
                   to ws-health-row-text
           else
               move function concatenate(
                   "  -> proposed (no answer yet): ",
                   function trim(ws-proposal-url))
                   to ws-health-row-text
           end-if

           exit paragraph.


       build-health-line.

           if ws-rss-feed-status = 1 then
               move "FAILING" to ws-status-word
           end-if

      *> Last refresh was served by the feed's standby URL.
           if ws-rss-health-history(10:1) = 'M' then
               move "OK (STANDBY)" to ws-status-word
           end-if

           evaluate ws-rss-quarantine-level
               when 1
                   move "QUARANTINED (DAILY)" to ws-status-word
               when 2
                   move "QUARANTINED (WEEKLY)" to ws-status-word
           end-evaluate

           move zero to ws-fail-count
           perform varying ws-fail-count-idx from 1 by 1
               until ws-fail-count-idx > 10
                   function trim(ws-status-word),
                   " - ", function trim(ws-fail-count-disp),
                   "/10 failed - never successfully downloaded")
                   to ws-health-row-text
           else
               compute ws-elapsed-minutes =
                   function rss-epoch-minutes
                   "/10 failed - last success ",
                   function trim(ws-elapsed-disp),
                   " min(s) ago")
                   to ws-health-row-text
           end-if

           exit paragraph.


       accept-proposed-url.

           if function rss-operator-role not = "admin" then
               move "Only an admin may change a feed's URL."
                   to ws-health-message
               exit paragraph
           end-if

           perform set-selected-row-from-cursor

           if ws-selected-row = zero then
               move "Put the cursor on a proposed URL (-> line) first."
                   to ws-health-message
               exit paragraph
           end-if
           if ws-health-row-prop-idx(ws-selected-row) = zero then
               move "Put the cursor on a proposed URL (-> line) first."
                   to ws-health-message
               exit paragraph
           end-if

           move ws-proposal-entry(
               ws-health-row-prop-idx(ws-selected-row))
               to ws-url-proposal-record
           set ws-feed-not-moved to true

           move ws-proposal-feed-id to f-rss-feed-id

           open i-o fd-rss-list-file

               read fd-rss-list-file into ws-rss-list-record
                   key is f-rss-feed-id
                   invalid key
                       move "That feed is no longer subscribed."
                           to ws-health-message
                   not invalid key
                       perform move-feed-to-proposed-url
               end-read

           close fd-rss-list-file

           if ws-feed-moved then
               move 'C' to ws-proposal-op
               call "rss-url-proposals" using
                   ws-proposal-op ws-proposal-feed-id ws-proposal-url
                   ws-rss-dat-file-name ws-url-proposal-table
                   ws-proposal-status
               end-call
               cancel "rss-url-proposals"

               perform load-url-proposals
               perform set-health-page-items
           end-if

           exit paragraph.


       set-selected-row-from-cursor.

      *> 3 is the line of the first health row on screen.
           move zero to ws-selected-row

           if ws-cursor-line < 3 then
               exit paragraph
           end-if

           compute ws-selected-row = ws-cursor-line - 2

           if ws-selected-row > ws-max-display-items then
               move zero to ws-selected-row
           end-if

           exit paragraph.


       move-feed-to-proposed-url.

      *> f-rss-link is the primary record key, so the move is a
      *> DELETE-then-WRITE under the new key (same pattern as the
      *> feed editor). A URL another feed already uses is left
      *> alone and the old record stays intact.
           move ws-proposal-url to f-rss-link

           read fd-rss-list-file
               key is f-rss-link
               invalid key
                   perform apply-proposed-url-after-delete
               not invalid key
                   move function concatenate(
                       "That URL is already subscribed (feed id ",
                       f-rss-feed-id, ") - nothing changed.")
                       to ws-health-message
           end-read

           exit paragraph.


       apply-proposed-url-after-delete.

           move ws-rss-feed-id to f-rss-feed-id

           read fd-rss-list-file
               key is f-rss-feed-id
               invalid key
                   move "Lost the feed record - nothing changed."
                       to ws-health-message
               not invalid key
                   delete fd-rss-list-file record

      *> The old URL is kept on the record; the failure history
      *> belonged to it, so the new URL starts with a clean slate
      *> on the feed's normal schedule.
                   move ws-rss-link to f-rss-prev-link
                   move ws-proposal-url to f-rss-link
                   move zero to f-rss-quarantine-level
                   move spaces to f-rss-health-history

                   write f-rss-list-record
                       invalid key
                           call "logger" using function concatenate(
                               "Unable to write feed under its ",
                               "proposed URL for feed id: ",
                               f-rss-feed-id,
                               " - original record was already ",
                               "deleted. Re-add the feed manually ",
                               "if this happens.")
                           end-call
                           move "Unable to save the new URL - see log."
                               to ws-health-message
                       not invalid key
                           set ws-feed-moved to true
                           call "logger" using function concatenate(
                               "Quarantined feed moved to proposed ",
                               "URL: ", function trim(f-rss-link),
                               " (was ", function trim(ws-rss-link),
                               ")")
                           end-call

                           move "MOVE-FEED" to ws-audit-op
                           move function concatenate(
                               "proposed replacement accepted on ",
                               "Feed Health, was ",
                               function trim(ws-rss-link))
                               to ws-audit-detail
                           call "rss-audit" using
                               ws-audit-op f-rss-feed-id f-rss-link
                               ws-audit-detail
                           end-call

                           move function concatenate(
                               "Moved '", function trim(f-rss-title),
                               "' to the new URL - read state kept.")
                               to ws-health-message
                   end-write
           end-read

           exit paragraph.

       end program rss-reader-feed-health.
