      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. rss-reader-view-item is recursive.

       environment division.
       
           function rss-article-path
           function rss-article-fetch
           function rss-date-to-epoch-min
           function rss-local-date
           function rss-operator-name
           function pipe-open
           function pipe-write
           function pipe-close
           function resolve-data-path
           function rss-duration-text.

       special-names.
           cursor is ws-cursor-position
               status is ws-article-file-status.

               copy "./copybooks/filecontrol/rss_overflow_file.cpy".
               copy "./copybooks/filecontrol/rss_thread_file.cpy".
               copy "./copybooks/filecontrol/rss_media_meta_file.cpy".

               select optional fd-watchlist-file
               assign to dynamic ws-watchlist-file-name

           copy
            "./copybooks/filedescriptor/fd_rss_overflow_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_thread_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_media_meta_file.cpy".

           FD fd-watchlist-file.
           01  f-watchlist-line-raw          pic x(64).
       77  ws-snooze-date-input              pic x(10) value spaces.
       77  ws-snooze-epoch                   pic 9(10) value zero.

      *> The pub date decoded and shown in the operator's own zone
      *> and format, with the publisher's string kept beside it.
       77  ws-pub-epoch                      pic 9(10) value zero.

      *> Per-item annotation fields (F10) - the note lives in the
      *> feed's rss_<id>_nte.dat store keyed by guid (see
      *> rss-item-notes) and is appended to the description window
      *> Story-mute confirmation (F11).
       77  ws-mute-answer                    pic x value space.

      *> Story follow (F16) - see rss-cluster-follow. Nothing in the
      *> content files changes, so the viewer does it itself and
      *> it works from every caller.
       77  ws-follow-op                      pic x value 'F'.
       77  ws-follow-status                  pic 9 value zero.
       77  ws-follow-dat-file                pic x(128) value spaces.

      *> Comment thread (F18) - see rss-comment-thread. The thread
      *> stores sit next to the feed's content file, found from the
      *> overflow store's name; callers with no overflow name have
      *> no feed context and so no thread to follow.
       77  ws-thread-op                      pic x value 'F'.
       77  ws-thread-status                  pic 9 value zero.
       77  ws-thread-key                     pic x(256) value spaces.
       77  ws-thread-dat-file                pic x(128) value spaces.
       77  ws-rss-thread-file-name           pic x(255) value spaces.
       77  ws-item-comments-text             pic x(90) value spaces.
       77  ws-cmt-count-disp                 pic z(5)9.
       77  ws-cmt-new-disp                   pic z(5)9.
       77  ws-thread-line                    pic x(700) value spaces.
       77  ws-thread-append-idx              pic 9(4) value zero.
       77  ws-thread-line-len                pic 9(4) value zero.
       77  ws-thread-shown-count             pic 9(3) value zero.

       01  ws-thread-followed-sw             pic a value 'N'.
           88  ws-thread-followed            value 'Y'.
           88  ws-thread-not-followed        value 'N'.

       01  ws-thr-eof-sw                     pic a value 'N'.
           88  ws-thr-eof                    value 'Y'.
           88  ws-thr-not-eof                value 'N'.

      *> Media RSS / YouTube fields from the feed's media metadata
      *> store (rss_<id>_med.dat): the running time rides on the
      *> header line, the thumbnail is offered under F13.
       77  ws-rss-media-meta-file-name       pic x(255) value spaces.
       77  ws-media-thumb-url                pic x(256) value spaces.
       77  ws-media-video-id                 pic x(32) value spaces.
       77  ws-media-duration                 pic 9(7) value zero.

       01  ws-mmt-eof-sw                     pic a value 'N'.
           88  ws-mmt-eof                    value 'Y'.
           88  ws-mmt-not-eof                value 'N'.

      *> Briefing workspace (F17) - see rss-briefing. The section
      *> name asked for last is offered again, since a run of
      *> picks usually goes into the same section.
       copy "./copybooks/wsrecord/ws-briefing-entry.cpy".
       77  ws-brief-op                       pic x value 'A'.
       77  ws-brief-args                     pic x(600) value spaces.
       77  ws-brief-status                   pic 9 value zero.
       77  ws-brief-section-input            pic x(32) value spaces.
       77  ws-brief-last-section             pic x(32) value spaces.

      *> Item triage (F14) - assignee, status, and due date kept by
      *> guid in the global triage store; see rss-item-triage.
       01  ws-triage-entry.
           05  ws-trg-guid                   pic x(256) value spaces.
           05  ws-trg-feed-title             pic x(128) value spaces.
           05  ws-trg-item-title             pic x(128) value spaces.
           05  ws-trg-item-link              pic x(256) value spaces.
           05  ws-trg-assignee               pic x(32) value spaces.
           05  ws-trg-status                 pic x value space.
           05  ws-trg-due-date               pic 9(8) value zero.
           05  ws-trg-updated-by             pic x(32) value spaces.
           05  ws-trg-updated-at             pic 9(12) value zero.
       77  ws-triage-op                      pic x value space.
       77  ws-triage-status                  pic 9 value zero.
       77  ws-triage-assignee-input          pic x(32) value spaces.
       77  ws-triage-status-input            pic x value space.
       77  ws-triage-due-input               pic x(10) value spaces.
       77  ws-triage-due-text                pic x(8) value spaces.
       77  ws-triage-message                 pic x(79) value spaces.

      *> Watchlist alert acknowledgement (F15) - closes every open
      *> alert raised on this item; see rss-alert-register.
       77  ws-alert-op                       pic x value 'K'.
       77  ws-alert-status                   pic 9 value zero.
       copy "./copybooks/wsrecord/ws-alert-record.cpy".

      *> Link-to-phone QR rendering (F12) - the item link is piped
      *> on stdin to qrencode, whose text-cell (UTF8 block) output
      *> draws straight on the terminal. Zero-setup handoff to a
                                             value spaces.
       77  ws-article-queue-status           pic 9 value zero.

      *> Related-items panel (F19) working fields - only used
      *> while the list is drawn, so nothing here needs to outlive
      *> a nested viewing.
       77  ws-related-idx                    pic 9(2) value zero.
       77  ws-related-idx-disp               pic z9.
       77  ws-related-ovf-file-name          pic x(255) value spaces.
       77  ws-related-mute-dummy             pic x value 'N'.

       01  ws-in-link-sw                     pic a value 'N'.
           88  ws-in-link                    value 'Y'.
           88  ws-not-in-link                value 'N'.
      *> matching get-config's actual x(128) return.
       01  ls-share-cmd-val-temp             pic x(128) value spaces.

      *> Related items (F19) - see rss-related-items. A picked
      *> entry opens in a nested viewing of this same program, so
      *> the list and the pick have to survive that call.
       copy "./copybooks/wsrecord/ws-related-items.cpy"
           replacing leading ==ws== by ==ls==.
       01  ls-related-op                     pic x value 'F'.
       01  ls-related-pick                   pic 9(2) value zero.

       01  ls-related-panel-sw               pic a value 'N'.
           88  ls-related-panel-open         value 'Y'.
           88  ls-related-panel-closed       value 'N'.


       linkage section.

      *> it pass a dummy.
       01  l-mute-request                    pic x.

      *> The item's comment activity as the parser found it: the
      *> comment page link, the comment count, and the count when
      *> the item was last opened. Callers without it pass a dummy
      *> group of spaces/zeroes.
       01  l-item-comments.
           05  l-item-cmt-link               pic x(256).
           05  l-item-cmt-count              pic 9(6).
           05  l-item-cmt-seen               pic 9(6).

       screen section.
       
       copy "./screens/rss_item_screen.cpy".
       procedure division using
           l-feed-title, l-feed-site-link, l-feed-item, l-item-tags,
           l-ovf-file-name, l-item-snooze-until, l-item-author,
           l-mute-request, l-item-comments.

       set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
       set environment 'COB_SCREEN_ESC'        TO 'Y'.
           
           perform detect-terminal-size

           perform load-item-from-caller

      *> Dynamically set the browser launcher text and enabled flag.
           move function get-config("browser") to ls-config-val-temp           
           goback.


       load-item-from-caller.

      *> Everything shown comes from the caller's item. Run again
      *> after a related item has been viewed from here, since the
      *> nested viewing shares these fields.
           move spaces to ws-note-file-name
           move spaces to ws-thread-dat-file
           move spaces to ws-rss-thread-file-name
           move spaces to ws-rss-media-meta-file-name
           move spaces to ws-media-thumb-url
           move spaces to ws-media-video-id
           move zero to ws-media-duration

           move l-feed-title to ws-feed-title
           move l-feed-site-link to ws-feed-site-link

           move l-item-title to ws-item-title
           move l-item-link to ws-item-link
           move l-item-guid to ws-item-guid
           move l-item-pub-date to ws-item-pub-date
           move l-item-tags to ws-item-tags

           move function rss-date-to-epoch-min(l-item-pub-date)
               to ws-pub-epoch
           if ws-pub-epoch not = zero then
               move function concatenate(
                   function trim(rss-local-date(ws-pub-epoch)),
                   "  [", function trim(l-item-pub-date), "]")
                   to ws-item-pub-date
           end-if

      *> The byline rides on the pub-date header line - the classic
      *> layout has no spare row of its own for it.
           if l-item-author not = spaces then
               move function concatenate(
                   function trim(ws-item-pub-date),
                   "  By: ", function trim(l-item-author))
                   to ws-item-pub-date
           end-if

      *> The annotation store sits next to the overflow store -
      *> callers with no overflow name (saved items, previous-text
      *> views) have no notes either.
           if l-ovf-file-name not = spaces then
               move function substitute(
                   function trim(l-ovf-file-name),
                   "_ovf.dat", "_nte.dat")
                   to ws-note-file-name
               move function substitute(
                   function trim(l-ovf-file-name),
                   "_ovf.dat", ".dat")
                   to ws-thread-dat-file
               move function substitute(
                   function trim(l-ovf-file-name),
                   "_ovf.dat", "_thr.dat")
                   to ws-rss-thread-file-name
               move function substitute(
                   function trim(l-ovf-file-name),
                   "_ovf.dat", "_med.dat")
                   to ws-rss-media-meta-file-name
           end-if

      *> Threads are keyed the way the parser keys the comment feed:
      *> by guid, or by link for guid-less items.
           if ws-item-guid not = spaces then
               move ws-item-guid to ws-thread-key
           else
               move ws-item-link to ws-thread-key
           end-if

           perform check-thread-followed
           perform build-comments-text
           perform load-media-meta
           perform load-summary-desc

           exit paragraph.


       handle-user-input.

           perform until ws-exit-true
                   when ws-crt-status = ws-kb-item-mute
                       perform request-story-mute

                   when ws-crt-status = ws-kb-item-follow
                       perform follow-story

                   when ws-crt-status = ws-kb-item-brief
                       perform add-to-briefing

                   when ws-crt-status = ws-kb-item-thread
                       perform toggle-comment-thread

                   when ws-crt-status = ws-kb-item-related
                       perform show-related-items

                   when ws-crt-status = COB-SCR-F12
                       perform show-link-qr-code

                   when ws-crt-status = COB-SCR-F13
                       perform pick-description-link

                   when ws-crt-status = COB-SCR-F14
                       perform triage-item

                   when ws-crt-status = COB-SCR-F15
                       perform acknowledge-item-alerts

                   when ws-crt-status = COB-SCR-PAGE-DOWN
                       if ws-desc-page-start + ws-desc-lines-per-page
                       <= ws-desc-total-lines then
           exit paragraph.


       follow-story.

      *> Pressed again on a followed story, the follow is dropped.
           move 'F' to ws-follow-op
           call "rss-cluster-follow" using
               by content ws-follow-op,
               by content ws-item-link,
               by content ws-item-guid,
               by content ws-item-title,
               by content ws-follow-dat-file,
               by reference ws-follow-status
           end-call
           cancel "rss-cluster-follow"

           evaluate ws-follow-status
               when 1
                   display "Following this story - new coverage will "
                       "raise an alert."
                       with blank line
                       at 2301
                   end-display
               when 3
                   display "No longer following this story.         "
                       with blank line
                       at 2301
                   end-display
               when other
                   display "Story could not be followed - see the log."
                       with blank line
                       at 2301
                   end-display
           end-evaluate

           exit paragraph.


       toggle-comment-thread.

      *> Pressed again on a followed thread, the follow is dropped.
           if ws-thread-dat-file = spaces then
               display "No comment thread can be followed from here."
                   with blank line
                   at 2301
               end-display
               exit paragraph
           end-if

           move 'F' to ws-thread-op
           call "rss-comment-thread" using
               by content ws-thread-op,
               by content ws-thread-key,
               by content ws-item-title,
               by content ws-thread-dat-file,
               by reference ws-thread-status
           end-call
           cancel "rss-comment-thread"

           perform check-thread-followed
           perform build-comments-text
           if ws-viewing-summary then
               perform load-summary-desc
               perform display-item-screen
           end-if

           evaluate ws-thread-status
               when 1
                   display "Following the comment thread - new "
                       "comments show under the item in the feed."
                       with blank line
                       at 2301
                   end-display
               when 3
                   display "No longer following the comment thread."
                       with blank line
                       at 2301
                   end-display
               when other
                   display "No comment feed for this item, or too "
                       "many threads followed - see the log."
                       with blank line
                       at 2301
                   end-display
           end-evaluate

           exit paragraph.


       load-media-meta.

           if ws-rss-media-meta-file-name = spaces then
               exit paragraph
           end-if

           set ws-mmt-not-eof to true

           open input fd-rss-media-meta-file
               perform until ws-mmt-eof
                   read fd-rss-media-meta-file
                       at end set ws-mmt-eof to true
                   not at end
                       if f-mmt-key = ws-thread-key then
                           move f-mmt-thumb-url to ws-media-thumb-url
                           move f-mmt-video-id to ws-media-video-id
                           move f-mmt-duration to ws-media-duration
                           set ws-mmt-eof to true
                       end-if
                   end-read
               end-perform
           close fd-rss-media-meta-file

      *> A video entry with no link of its own can still be opened.
           if ws-item-link = spaces
           and ws-media-video-id not = spaces then
               move function concatenate(
                   "https://www.youtube.com/watch?v=",
                   function trim(ws-media-video-id))
                   to ws-item-link
           end-if

           if ws-media-duration not = zero then
               move function concatenate(
                   function trim(ws-item-pub-date),
                   "  Duration: ",
                   function trim(rss-duration-text(ws-media-duration)))
                   to ws-item-pub-date
           end-if

           exit paragraph.


       check-thread-followed.

           set ws-thread-not-followed to true
           if ws-thread-dat-file = spaces then
               exit paragraph
           end-if

           move 'S' to ws-thread-op
           call "rss-comment-thread" using
               by content ws-thread-op,
               by content ws-thread-key,
               by content ws-item-title,
               by content ws-thread-dat-file,
               by reference ws-thread-status
           end-call
           cancel "rss-comment-thread"

           if ws-thread-status = 1 then
               set ws-thread-followed to true
           end-if

           exit paragraph.


       build-comments-text.

      *> "Comments: 14 (+3 new) [following]" beside the F18 key.
           move spaces to ws-item-comments-text

           if l-item-cmt-count > zero then
               move l-item-cmt-count to ws-cmt-count-disp
               move function concatenate(
                   "Comments: ", function trim(ws-cmt-count-disp))
                   to ws-item-comments-text
               if l-item-cmt-count > l-item-cmt-seen then
                   compute ws-cmt-new-disp
                       = l-item-cmt-count - l-item-cmt-seen
                   end-compute
                   move function concatenate(
                       function trim(ws-item-comments-text),
                       " (+", function trim(ws-cmt-new-disp),
                       " new)")
                       to ws-item-comments-text
               end-if
           else
               if l-item-cmt-link not = spaces then
                   move "Comments: page link under F13"
                       to ws-item-comments-text
               end-if
           end-if

           if ws-thread-followed then
               move function concatenate(
                   function trim(ws-item-comments-text),
                   " [following]")
                   to ws-item-comments-text
           end-if

           exit paragraph.


       add-to-briefing.

           if ws-brief-last-section = spaces then
               display "Briefing section (blank cancels):           "
                   with blank line
                   at 2301
               end-display
           else
               display function concatenate(
                   "Briefing section (blank = ",
                   function trim(ws-brief-last-section(1:20)), "): ")
                   with blank line
                   at 2301
               end-display
           end-if
           move spaces to ws-brief-section-input
           accept ws-brief-section-input at 2350

           if ws-brief-section-input = spaces then
               if ws-brief-last-section = spaces then
                   display "Not added to the briefing.              "
                       with blank line
                       at 2301
                   end-display
                   exit paragraph
               end-if
               move ws-brief-last-section to ws-brief-section-input
           end-if

           initialize ws-briefing-entry
           move ws-brief-section-input to ws-brf-section
           move ws-feed-title to ws-brf-feed-title
           move l-item-title to ws-brf-item-title
           move l-item-pub-date to ws-brf-pub-date
           move l-item-link to ws-brf-link
           move l-item-guid to ws-brf-guid
           move ws-note-file-name to ws-brf-note-file
           move l-item-author to ws-brf-author

           move 'A' to ws-brief-op
           call "rss-briefing" using
               ws-brief-op ws-brief-args ws-briefing-entry
               ws-brief-status
           end-call
           cancel "rss-briefing"

           evaluate ws-brief-status
               when 1
                   move ws-brief-section-input
                       to ws-brief-last-section
                   display function concatenate(
                       "Added to briefing section '",
                       function trim(ws-brief-section-input), "'.")
                       with blank line
                       at 2301
                   end-display
               when 3
                   display "Item is already in the briefing.        "
                       with blank line
                       at 2301
                   end-display
               when 5
                   display "Briefing is full - drop some items first."
                       with blank line
                       at 2301
                   end-display
               when other
                   display "Item could not be added - see the log.  "
                       with blank line
                       at 2301
                   end-display
           end-evaluate

           exit paragraph.


       triage-item.

      *> Assign the item to an operator with a status and due date,
      *> for the "who is handling this advisory" kind of follow-up.
      *> Blank answers keep whatever is already on record.
           if ws-item-guid = spaces then
               display "Triage is not available for this item.      "
                   with blank line
                   at 2301
               end-display
               exit paragraph
           end-if

           move 'G' to ws-triage-op
           move ws-item-guid to ws-trg-guid
           call "rss-item-triage" using
               ws-triage-op, ws-triage-entry, ws-triage-status
           end-call
           cancel "rss-item-triage"

           if ws-triage-status not = 1 then
               move spaces to ws-trg-assignee
               move 'O' to ws-trg-status
               move zero to ws-trg-due-date
           end-if

           move ws-item-guid to ws-trg-guid
           move ws-feed-title to ws-trg-feed-title
           move ws-item-title to ws-trg-item-title
           move ws-item-link to ws-trg-item-link

           display "Assign to (blank keeps current):            "
               with blank line
               at 2301
           end-display
           move spaces to ws-triage-assignee-input
           accept ws-triage-assignee-input at 2334

           if ws-triage-assignee-input not = spaces then
               move function trim(ws-triage-assignee-input)
                   to ws-trg-assignee
           end-if

           if ws-trg-assignee = spaces then
               move function rss-operator-name to ws-trg-assignee
           end-if

           display "Status O=open P=in progress D=done N=n/a:   "
               with blank line
               at 2301
           end-display
           move space to ws-triage-status-input
           accept ws-triage-status-input at 2345

           move function upper-case(ws-triage-status-input)
               to ws-triage-status-input

           evaluate ws-triage-status-input
               when space
                   continue
               when 'O'
               when 'P'
               when 'D'
               when 'N'
                   move ws-triage-status-input to ws-trg-status
               when other
                   display
                   "Unknown status - triage not saved.          "
                       with blank line
                       at 2301
                   end-display
                   exit paragraph
           end-evaluate

           display "Due (YYYY-MM-DD, '-' clears, blank keeps):  "
               with blank line
               at 2301
           end-display
           move spaces to ws-triage-due-input
           accept ws-triage-due-input at 2345

           evaluate true
               when ws-triage-due-input = spaces
                   continue
               when function trim(ws-triage-due-input) = "-"
                   move zero to ws-trg-due-date
               when other
                   move spaces to ws-triage-due-text
                   string
                       ws-triage-due-input(1:4)
                       ws-triage-due-input(6:2)
                       ws-triage-due-input(9:2)
                       delimited by size
                       into ws-triage-due-text
                   end-string
                   if ws-triage-due-text is not numeric
                   or function test-date-yyyymmdd(
                       function numval(ws-triage-due-text)) not = 0
                   then
                       display
                       "Unrecognized date - use YYYY-MM-DD.         "
                           with blank line
                           at 2301
                       end-display
                       exit paragraph
                   end-if
                   move ws-triage-due-text to ws-trg-due-date
           end-evaluate

           move 'S' to ws-triage-op
           call "rss-item-triage" using
               ws-triage-op, ws-triage-entry, ws-triage-status
           end-call
           cancel "rss-item-triage"

           if ws-triage-status = 5 then
               display "Triage store is full.                       "
                   with blank line
                   at 2301
               end-display
               exit paragraph
           end-if

           move spaces to ws-triage-message
           string
               "Triaged: " delimited by size
               function trim(ws-trg-assignee) delimited by size
               "  status " delimited by size
               ws-trg-status delimited by size
               "  due " delimited by size
               ws-trg-due-date delimited by size
               into ws-triage-message
           end-string
           display ws-triage-message
               with blank line
               at 2301
           end-display

           call "logger" using function concatenate(
               "Item triaged to ", function trim(ws-trg-assignee),
               " status ", ws-trg-status, ": ",
               function trim(ws-item-title))
           end-call

           exit paragraph.


       acknowledge-item-alerts.

           if ws-item-guid = spaces then
               display "No watchlist alert can be tied to this item."
                   with blank line
                   at 2301
               end-display
               exit paragraph
           end-if

           initialize ws-alert-record
           move ws-item-guid to ws-alert-guid
           move 'K' to ws-alert-op
           call "rss-alert-register" using
               ws-alert-op, ws-alert-record, ws-alert-status
           end-call
           cancel "rss-alert-register"

           evaluate ws-alert-status
               when 1
                   display "Watchlist alert acknowledged.          "
                       with blank line
                       at 2301
                   end-display
               when 4
                   display "Watchlist alert was already acknowledged."
                       with blank line
                       at 2301
                   end-display
               when other
                   display "No watchlist alert open for this item.  "
                       with blank line
                       at 2301
                   end-display
           end-evaluate

           exit paragraph.


       pick-description-link.

           perform scan-description-for-links
                           at 2301
                       end-display
                   else
                       if ws-article-queue-status = 4 then
                           display
                       "Page failed its download checks - quarantined."
                               with blank line
                               at 2301
                           end-display
                       else
                           display
                       "Fetch failed. Please check logs.           "
                               with blank line
                               at 2301
                           end-display
                       end-if
                   end-if

               when other
           exit paragraph.


       show-related-items.

      *> Items from every feed that share this one's identifiers,
      *> tags, author or title words, best first. A pick opens in
      *> this same viewer; Esc there comes back to the list, and
      *> Enter on the list comes back to this item.
           display "Looking for related items in every feed...  "
               with blank line
               at 2301
           end-display

           initialize ls-related-source
           move l-item-title to ls-rsrc-title
           move l-item-link to ls-rsrc-link
           move l-item-guid to ls-rsrc-guid
           move l-item-desc to ls-rsrc-desc
           move ws-item-tags to ls-rsrc-tags
           move l-item-author to ls-rsrc-author

           move 'F' to ls-related-op
           move zero to ls-related-pick
           call "rss-related-items" using
               ls-related-op, ls-related-source, ls-related-list,
               ls-related-pick
           end-call
           cancel "rss-related-items"

           if ls-rel-count = zero then
               display "No related items found in any feed.         "
                   with blank line
                   at 2301
               end-display
               exit paragraph
           end-if

           set ls-related-panel-open to true
           perform pick-related-item
               until ls-related-panel-closed

           display space blank screen
           perform display-item-screen

           exit paragraph.


       pick-related-item.

           display space blank screen
           display "Related items:" at 0102

           move 2 to ws-pick-row

           perform varying ws-related-idx from 1 by 1
               until ws-related-idx > ls-rel-count

               add 1 to ws-pick-row
               move ws-related-idx to ws-related-idx-disp
               display function concatenate(
                   ws-related-idx-disp, ". ",
                   ls-rel-item-title(ws-related-idx)(1:74))
                   at line ws-pick-row column 2
               end-display

               add 1 to ws-pick-row
               display function concatenate(
                   "    ",
                   function trim(
                       ls-rel-feed-title(ws-related-idx)(1:32)),
                   " - ", function trim(
                       ls-rel-reason(ws-related-idx)))
                   at line ws-pick-row column 2
               end-display

           end-perform

           display "Number to open, or Enter to go back: "
               at 2302
           end-display
           move spaces to ws-pick-input
           accept ws-pick-input at 2339

           if ws-crt-status = COB-SCR-ESC
           or ws-pick-input = spaces then
               set ls-related-panel-closed to true
               exit paragraph
           end-if

           move zero to ls-related-pick
           if function trim(ws-pick-input) is numeric then
               move function numval(ws-pick-input) to ls-related-pick
           end-if

           if ls-related-pick = zero
           or ls-related-pick > ls-rel-count then
               exit paragraph
           end-if

           perform open-related-item

           exit paragraph.


       open-related-item.

      *> The nested viewing uses the related item's own feed
      *> stores (overflow, notes, threads) through its content file.
           move function substitute(
               function trim(ls-rel-content-file(ls-related-pick)),
               ".dat", "_ovf.dat")
               to ws-related-ovf-file-name
           move 'N' to ws-related-mute-dummy

      *> Hand back this item's tags before the nested viewing
      *> reuses the screen fields.
           move ws-item-tags to l-item-tags

           call "rss-reader-view-item" using
               by content ls-rel-feed-title(ls-related-pick),
               by content ls-rel-feed-site-link(ls-related-pick),
               by content ls-rel-item(ls-related-pick),
               by reference ls-rel-tags(ls-related-pick),
               by content ws-related-ovf-file-name,
               by reference ls-rel-snooze(ls-related-pick),
               by content ls-rel-author(ls-related-pick),
               by reference ws-related-mute-dummy,
               by content ls-rel-comments(ls-related-pick)
           end-call

      *> Back from the related item - put this one back on screen
      *> and record the related one as read in its own feed.
           set ws-exit-false to true
           perform load-item-from-caller

           move 'M' to ls-related-op
           call "rss-related-items" using
               ls-related-op, ls-related-source, ls-related-list,
               ls-related-pick
           end-call
           cancel "rss-related-items"
           move 'Y' to ls-rel-read(ls-related-pick)

           exit paragraph.


       scan-description-for-links.

      *> Character walk over the description plus its overflow
               set ws-not-in-link to true
           end-if

      *> So is a video's thumbnail image.
           if ws-media-thumb-url not = spaces
           and ws-desc-link-count < ws-max-desc-links then
               move ws-media-thumb-url to ws-link-build
               move function length(function trim(ws-media-thumb-url))
                   to ws-link-build-len
               perform store-scanned-link
           end-if

      *> The item's comment page is offered with the rest.
           if l-item-cmt-link not = spaces
           and ws-desc-link-count < ws-max-desc-links then
               move l-item-cmt-link to ws-link-build
               move function length(function trim(l-item-cmt-link))
                   to ws-link-build-len
               perform store-scanned-link
           end-if

           exit paragraph.


           perform split-summary-into-lines
           perform append-overflow-text
           perform append-note-text
           perform append-thread-text
           perform mark-matched-terms
           perform compute-desc-total-lines
           move 1 to ws-desc-page-start
           exit paragraph.


       append-thread-text.

      *> A followed thread's comments follow the note under their
      *> own separator, oldest first, new ones marked.
           if ws-thread-not-followed then
               exit paragraph
           end-if

           move zero to ws-thread-shown-count
           set ws-thr-not-eof to true

           open input fd-rss-thread-file
               perform until ws-thr-eof
                   or ws-split-line-idx > ws-desc-max-lines
                   read fd-rss-thread-file
                       at end set ws-thr-eof to true
                   not at end
                       if f-thr-key = ws-thread-key then
                           perform append-one-comment
                       end-if
                   end-read
               end-perform
           close fd-rss-thread-file

           exit paragraph.


       append-one-comment.

           if ws-thread-shown-count = zero then
               if ws-split-col > 1 then
                   add 1 to ws-split-line-idx
               end-if
               if ws-split-line-idx < ws-desc-max-lines then
                   add 1 to ws-split-line-idx
                   move "--- comments ---"
                       to ws-desc-full-line(ws-split-line-idx)
                   add 1 to ws-split-line-idx
                   move 1 to ws-split-col
               end-if
           end-if
           add 1 to ws-thread-shown-count

           if f-thr-author = spaces then
               move "(anonymous)" to f-thr-author
           end-if
           move function concatenate(
               function trim(f-thr-author), " - ",
               function trim(rss-local-date(f-thr-epoch)), ": ",
               function trim(f-thr-text))
               to ws-thread-line
           if f-thr-new = 'Y' then
               move function concatenate(
                   "[new] ", function trim(ws-thread-line))
                   to ws-thread-line
           end-if

      *> Each comment starts on a fresh line with a blank line
      *> between comments.
           if ws-split-col > 1 then
               add 1 to ws-split-line-idx
               move 1 to ws-split-col
           end-if
           if ws-thread-shown-count > 1 then
               add 1 to ws-split-line-idx
           end-if

           move function length(function trim(ws-thread-line))
               to ws-thread-line-len

           perform varying ws-thread-append-idx from 1 by 1
               until ws-thread-append-idx > ws-thread-line-len
               or ws-split-line-idx > ws-desc-max-lines

               move ws-thread-line(ws-thread-append-idx:1)
                   to ws-desc-full-line(ws-split-line-idx)
                       (ws-split-col:1)
               add 1 to ws-split-col

               if ws-split-col > ws-wrap-width then
                   add 1 to ws-split-line-idx
                   move 1 to ws-split-col
               end-if

           end-perform

           exit paragraph.


       edit-item-note.

           if ws-note-file-name = spaces
                   ws-item-guid, ws-item-link)
                   to ws-article-fetch-status

               if ws-article-fetch-status = 4 then
                   display
                   "Article failed its download checks - quarantined."
                       with blank line
                       at 2301
                   end-display
                   exit paragraph
               end-if

               if ws-article-fetch-status not = 1 then
                   display
                   "Unable to fetch article. Please check logs.  "
