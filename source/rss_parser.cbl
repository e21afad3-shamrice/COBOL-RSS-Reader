           function decode-html-entities
           function rss-date-to-epoch-min
           function rss-epoch-minutes
           function rss-category-weight
           function rss-category-retention
           function strip-terminal-controls
           function utf8-clean-tail
           function resolve-data-path.
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".
               copy "./copybooks/filecontrol/rss_item_state_file.cpy".
               copy "./copybooks/filecontrol/rss_overflow_file.cpy".
               copy
                "./copybooks/filecontrol/rss_comment_feed_file.cpy".
               copy "./copybooks/filecontrol/rss_media_meta_file.cpy".
               copy
                "./copybooks/filecontrol/rss_control_totals_file.cpy".
               

       data division.
            "./copybooks/filedescriptor/fd_rss_item_state_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_overflow_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_comment_feed_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_media_meta_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_control_totals_file.cpy".

           FD fd-rules-file.
           01  f-rule-line-raw                  pic x(256).
       copy "./copybooks/wsrecord/ws-rss-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".
       copy "./copybooks/wsrecord/ws-websub-record.cpy".
       copy "./copybooks/wsrecord/ws-replay-record.cpy".
     

       01  eof-sw                                   pic a value 'N'.
       77  in-skip-hours                            pic a value 'N'.
       77  in-skip-days                             pic a value 'N'.
       77  in-author                                pic a value 'N'.
       77  in-media-description                     pic a value 'N'.
       77  ws-channel-ttl-minutes                   pic 9(5)
                                                    value zero.
       77  ws-channel-skip-hours                    pic x(24)
                                                    value spaces.
       77  ws-channel-skip-days                     pic x(7)
                                                    value spaces.
      *> Publisher copyright / licensing text - <copyright>,
      *> <dc:rights> or Atom <rights> - for the channel (stamped on
      *> the list record at save time) or the current item.
       77  ws-channel-rights                        pic x(128)
                                                    value spaces.
       77  ws-rights-text                           pic x(256)
                                                    value spaces.
       77  ws-rights-ptr                            pic 9(4)
                                                    value zero.
       77  ws-sched-scratch-head                    pic x(256)
                                                    value spaces.
       77  ws-sched-scratch-tail                    pic x(256)
       77  ws-sched-hour                            pic 9(2)
                                                    value zero.

      *> WebSub discovery - the channel's rel="hub" / rel="self"
      *> links (<link> in Atom, <atom:link> in RSS), handed to
      *> rss-websub at save time so crssr can subscribe for pushes.
       77  ws-channel-hub-url                       pic x(256)
                                                    value spaces.
       77  ws-channel-self-url                      pic x(256)
                                                    value spaces.
       77  ws-websub-rel-tally                      pic 9(4)
                                                    value zero.
       77  ws-websub-op                             pic x value 'R'.
      *> Atom threading links (rel="replies") name an item's comment
      *> page or comment feed - never the item link itself.
       77  ws-replies-rel-tally                     pic 9(4)
                                                    value zero.
       77  ws-replies-feed-tally                    pic 9(4)
                                                    value zero.
       77  ws-websub-status                         pic 9 value zero.

      *> Replay guard hand-off - see rss-replay-guard. One byte per
      *> item, 'F' where stamp-first-seen met the guid for the first
      *> time this refresh.
       77  ws-replay-op                             pic x value 'C'.
       77  ws-replay-status                         pic 9 value zero.
       77  ws-fresh-item-flags                      pic x(20000)
                                                    value spaces.
       77  ws-fresh-count                           pic 9(5) value zero.
       77  ws-fresh-backdated-count                 pic 9(5) value zero.
       77  ws-held-count                            pic 9(5) value zero.

      *> Set when an <rss ...> or <feed ...> root element is seen, so a
      *> downloaded page that isn't really a feed (e.g. an HTML error
      *> page served for a bad url) can be rejected with a distinct
       78  ws-item-warn-pct-config-key        value "maxitemswarnpct".
       78  ws-item-warn-pct-default           value 80.
       77  ws-item-warn-pct-config-val        pic x(32).

      *> How far (minutes) a publisher's claimed date may sit from
      *> our first-seen stamp before the item is flagged backdated
      *> or future-dated.
       78  ws-date-window-config-key          value "datewindow".
       78  ws-date-window-default             value 1440.
       77  ws-date-window-config-val          pic x(32).
       77  ws-date-window                     pic 9(7) value zero.
       77  ws-first-seen-now                  pic 9(10) value zero.
       77  ws-date-flagged-count              pic 9(6) value zero.
       77  ws-item-warn-pct                   pic 9(3) value zero.
       77  ws-item-warn-threshold             pic 9(8) value zero.

               10 ws-old-item-desc-more      pic a value 'N'.
               10 ws-old-item-snooze-until   pic 9(10) value zero.
               10 ws-old-item-author         pic x(64) value spaces.
               10 ws-old-item-first-read     pic 9(10) value zero.
               10 ws-old-item-first-seen     pic 9(10) value zero.
               10 ws-old-item-date-flag      pic a value space.
               10 ws-old-item-canon-link     pic x(256) value spaces.
               10 ws-old-item-held           pic a value space.
               10 ws-old-item-rights         pic x(128) value spaces.
               10 ws-old-item-cmt-link       pic x(256) value spaces.
               10 ws-old-item-cmt-count      pic 9(6) value zero.
               10 ws-old-item-cmt-seen       pic 9(6) value zero.

       77  ws-old-item-idx                   pic 9(6) value zero.
       77  ws-old-match-idx                  pic 9(6) value zero.
       77  ws-commit-mode                    pic x value space.
       77  ws-commit-operation               pic x(32) value spaces.

      *> Followed-story check hand-off - see rss-cluster-follow.
       77  ws-follow-op                      pic x value 'P'.
       77  ws-follow-blank                   pic x(256) value spaces.
       77  ws-follow-status                  pic 9 value zero.

       77  ws-legal-hold-flag                pic a value 'N'.
       77  ws-retention-category             pic x(32) value spaces.

      *> Rule hit accounting scratch - see the kill-rules table.
       77  ws-rulestats-file-name            pic x(256) value spaces.
       77  ws-rss-overflow-file-name         pic x(255) value spaces.
       77  ws-overflow-item-count            pic 9(6) value zero.

      *> Comment feed URLs (wfw:commentRss, or an Atom rel="replies"
      *> link of a feed type) gathered during the parse alongside
      *> the items and written to the feed's comment-feed store
      *> (rss_<id>_cmf.dat) at save time - the item record has no
      *> room left for a second URL. rss-comment-thread fetches
      *> them for the items whose thread is followed.
       01  ws-item-cmt-feed-table.
           05  ws-item-cmt-feed              pic x(256)
                                             occurs 20000 times.

       77  ws-rss-comment-feed-file-name     pic x(255) value spaces.
       77  ws-cmt-feed-item-count            pic 9(6) value zero.
       77  ws-cmt-growth-count               pic 9(6) value zero.
       77  ws-cmt-thread-op                  pic x value 'P'.
       77  ws-cmt-thread-blank               pic x(256) value spaces.
       77  ws-cmt-thread-status              pic 9 value zero.

       01  ws-merge-cmf-eof-sw               pic a value 'N'.
           88  ws-merge-cmf-eof              value 'Y'.
           88  ws-merge-cmf-not-eof          value 'N'.

      *> Media RSS / YouTube fields (media:thumbnail, yt:videoId, and
      *> the running time from media:content duration=, yt:duration
      *> or itunes:duration) gathered during the parse and written
      *> to the feed's media metadata store (rss_<id>_med.dat) at
      *> save time - the item record has no room left for them.
      *> media:content itself is taken as the item's enclosure when
      *> it has no <enclosure>, and media:description as its
      *> description when it has no plain one ('M' below marks a
      *> description that came from media:description, so a plain
      *> one arriving later in the item replaces it).
       01  ws-item-media-table.
           05  ws-item-media                 occurs 20000 times.
               10  ws-item-media-thumb       pic x(256).
               10  ws-item-media-video-id    pic x(32).
               10  ws-item-media-duration    pic 9(7).
       77  ws-item-media-desc-flags          pic x(20000)
                                             value spaces.

       77  ws-rss-media-meta-file-name       pic x(255) value spaces.
       77  ws-media-meta-item-count          pic 9(6) value zero.
       77  ws-media-key                      pic x(256) value spaces.
       77  ws-media-dur-a                    pic x(8) value spaces.
       77  ws-media-dur-b                    pic x(8) value spaces.
       77  ws-media-dur-c                    pic x(8) value spaces.
       77  ws-media-image-tally              pic 9(4) value zero.

       01  ws-merge-mmt-eof-sw               pic a value 'N'.
           88  ws-merge-mmt-eof              value 'Y'.
           88  ws-merge-mmt-not-eof          value 'N'.

      *> Summary-index figures handed to rss-summary-update after a
      *> successful save, so the menu paints without opening this
      *> content file.
      *> side-car is rebuilt to match the record just saved.
       77  ws-rss-item-state-file-name       pic x(255) value spaces.

      *> Merge carry store (rss_<id>_mrg.dat, content-file layout) -
      *> items rss-feed-merge folded in from a retired subscription.
      *> No URL we fetch serves them any more, so each refresh
      *> carries them at the end of the record (the retention cap
      *> still applies) and drops the ones the publisher now serves
      *> here itself. Read through ws-old-rss-record before the
      *> reconcile reuses it for the previous content.
       77  ws-rss-merge-carry-file-name      pic x(255) value spaces.
       77  ws-merge-carry-cap                pic 9(6) value zero.
       77  ws-merge-served-count             pic 9(6) value zero.
       77  ws-merge-kept-count               pic 9(6) value zero.
       77  ws-merge-scan-idx                 pic 9(6) value zero.

      *> Item control totals (rss_<id>_ctl.dat) - every item the
      *> feed served is accounted for exactly once: new, updated
      *> (edited since we last carried it), unchanged, killed (kill
      *> rule), muted (story mute) or held (replay guard). Retention
      *> pruning is counted apart, before the rest. Items the merge
      *> carry store brings along were not served and stay out. One
      *> flag byte per served item records which step claimed it;
      *> a served item no step claimed is a discrepancy, kept out of
      *> the accounted total so the record shows out of balance.
       77  ws-rss-control-totals-file-name   pic x(255) value spaces.
       77  ws-ctl-item-flags                 pic x(20000)
                                             value spaces.
       77  ws-ctl-received                   pic 9(6) value zero.
       77  ws-ctl-pruned                     pic 9(6) value zero.
       77  ws-ctl-served                     pic 9(6) value zero.
       77  ws-ctl-new                        pic 9(6) value zero.
       77  ws-ctl-updated                    pic 9(6) value zero.
       77  ws-ctl-unchanged                  pic 9(6) value zero.
       77  ws-ctl-killed                     pic 9(6) value zero.
       77  ws-ctl-muted                      pic 9(6) value zero.
       77  ws-ctl-held                       pic 9(6) value zero.
       77  ws-ctl-unclaimed                  pic 9(6) value zero.
       77  ws-ctl-accounted                  pic 9(7) value zero.

      *> Backfill staging - an older page of a feed (RFC 5005
      *> archive, rel="next" or WordPress ?paged=N) parsed for
      *> rss-backfill. Its items not already on file join the merge
      *> carry store above, so the next refresh carries them into
      *> the record under the same retention cap. Items dated
      *> before "backfill_since" (YYYY-MM-DD) are left behind.
       78  ws-backfill-since-config-key      value "backfill_since".
       77  ws-backfill-since-config-val      pic x(32) value spaces.
       77  ws-backfill-since-epoch           pic 9(10) value zero.
       77  ws-backfill-skip-flags            pic x(20000)
                                             value spaces.
       77  ws-backfill-staged-count          pic 9(6) value zero.
       77  ws-backfill-now-epoch             pic 9(10) value zero.

       01  ws-merge-served-sw                pic a value 'N'.
           88  ws-merge-item-served          value 'Y'.
           88  ws-merge-item-not-served      value 'N'.

       01  ws-merge-ovf-eof-sw               pic a value 'N'.
           88  ws-merge-ovf-eof              value 'Y'.
           88  ws-merge-ovf-not-eof          value 'N'.

       01  remove-space-field.
           03  rsf-leading-space       pic x.
           03  rsf-rest                pic x(100).
      *> hide a matching item; when any include rule is in scope for
      *> a feed, items matching none of them are hidden (whitelist).
      *> Patterns are matched case-insensitively against the item's
      *> title and description after tag cleanup - or, written as
      *> "category:<text>", against the item's tags (upstream
      *> <category> values included), which is how a split feed
      *> keeps routing a category.
       78  ws-max-kill-rules                 value 100.
       01  ws-kill-rules-table.
           05  ws-kill-rule occurs 100 times.
       77  ws-prio-tally                     pic 9(4) value zero.
       77  ws-item-score-work                pic 9(7) value zero.

      *> Save-phase timing for the refresh profile (phase 7) - see
      *> rss-refresh-profile.
       77  ws-prof-op                        pic x value space.
       77  ws-prof-phase                     pic 9 value 7.
       77  ws-prof-feed-id                   pic 9(5) value zero.
       77  ws-prof-text                      pic x(256) value spaces.
       77  ws-prof-hsecs                     pic 9(9) value zero.

       01  ws-prio-eof-sw                    pic a value 'N'.
           88  ws-prio-eof                   value 'Y'.
           88  ws-prio-not-eof               value 'N'.
           01  ls-feed-url                        pic x(256).
           01  ls-is-new-feed                     pic x value 'N'.
               88  ls-new-feed-request            value 'Y'.
               88  ls-backfill-request            value 'B'.

       procedure division using
           ls-file-name ls-feed-url ls-is-new-feed.
           move zero to ws-channel-ttl-minutes
           move spaces to ws-channel-skip-hours
           move spaces to ws-channel-skip-days
           move spaces to ws-channel-rights
           move zero to ws-cmt-growth-count
           move spaces to ws-channel-hub-url ws-channel-self-url
           perform reset-ws-items

           call "logger" using "Parsing RSS feed..."
               move zero to ws-num-items
           end-if

           move ws-num-items to ws-ctl-received
           perform check-item-count-warning
           perform enforce-retention-policy
           compute ws-ctl-pruned = ws-ctl-received - ws-num-items
           perform remove-tags-in-record
           perform set-item-pub-epochs
           perform print-parsed-record

      *> An archive page fetched by rss-backfill only stages its
      *> older items - the feed's record is left to the refresh.
           if ls-backfill-request then
               perform save-backfill-page
           else
               move 'S' to ws-prof-op
               perform call-refresh-profile
               perform save-parsed-record
               move 'E' to ws-prof-op
               perform call-refresh-profile
           end-if

           goback.


       call-refresh-profile.

           move 7 to ws-prof-phase
           call "rss-refresh-profile" using
               ws-prof-op, ws-prof-phase, ws-prof-feed-id,
               ws-prof-text, ws-prof-hsecs
           end-call

           exit paragraph.



       parse-buffer-line.

                   "Found item end: ", function trim(raw-buffer))
               end-call
               move 'N' to in-items
               move 'N' to in-media-description
               add 1 to item-idx
           end-if

               end-if
           else
               move zero to search-count
               inspect raw-buffer tallying search-count
                   for all "<link " all "<atom:link "
               move zero to ws-websub-rel-tally
               inspect raw-buffer tallying ws-websub-rel-tally
                   for all 'rel="hub"' all 'rel="self"'

               if search-count > 0 and ws-websub-rel-tally > 0
               and in-items = 'N' then
                   call "logger" using function concatenate(
                       "Found WebSub link: ", function trim(raw-buffer))
                   end-call
                   perform extract-websub-link
               else
                   move zero to search-count
                   inspect raw-buffer
                       tallying search-count for all "<link "

                   move zero to ws-replies-rel-tally
                   inspect raw-buffer tallying ws-replies-rel-tally
                       for all 'rel="replies"'

                   if search-count > 0 and ws-replies-rel-tally > 0
                   and in-items = 'Y' then
                       call "logger" using function concatenate(
                           "Found replies link: ",
                           function trim(raw-buffer))
                       end-call
                       perform extract-replies-link
                   else
                       if search-count > 0 then
                           call "logger" using function concatenate(
                               "Found atom link: ",
                               function trim(raw-buffer))
                           end-call
                           perform extract-atom-link-href
                       end-if
                   end-if
               end-if
           end-if

               end-if
           end-if

      *> copyright / licensing: rss <copyright>, <dc:rights> and
      *> Atom <rights type="..."> - the channel's or the item's own.
           move zero to search-count
           inspect raw-buffer tallying search-count
               for all "<copyright" "<dc:rights" "<rights"
           if search-count > 0 then
               perform extract-rights-text
               if ws-rights-text not = spaces then
                   if in-items = 'N' then
                       move ws-rights-text to ws-channel-rights
                   else
                       move ws-rights-text to ws-item-rights(item-idx)
                   end-if
               end-if
           end-if

      *> comment activity: rss <comments> (the discussion page),
      *> <wfw:commentRss> (its feed), and the reported count from
      *> <slash:comments> or Atom <thr:total>. Atom's rel="replies"
      *> links are picked up with the other links above.
           if in-items = 'Y' then
               move zero to search-count
               inspect raw-buffer
                   tallying search-count for all "<comments>"
               if search-count > 0 then
                   move function trim(raw-buffer)
                       to ws-item-cmt-link(item-idx)
               end-if

               move zero to search-count
               inspect raw-buffer
                   tallying search-count
                   for all "<wfw:commentRss>" "<wfw:commentrss>"
               if search-count > 0 then
                   move function trim(raw-buffer)
                       to ws-item-cmt-feed(item-idx)
               end-if

               move zero to search-count
               inspect raw-buffer
                   tallying search-count
                   for all "<slash:comments>" "<thr:total>"
               if search-count > 0 then
                   perform extract-item-comment-count
               end-if
           end-if

      *> Media RSS / YouTube: media:content (the enclosure when the
      *> item has no <enclosure>), media:thumbnail, yt:videoId, the
      *> running time, and media:description (the description when
      *> the item has no plain one).
           if in-items = 'Y' then
               move zero to search-count
               inspect raw-buffer
                   tallying search-count for all "<media:content"
               if search-count > 0 then
                   perform extract-media-content-attrs
               end-if

               move zero to search-count
               inspect raw-buffer
                   tallying search-count for all "<media:thumbnail"
               if search-count > 0
               and ws-item-media-thumb(item-idx) = spaces then
                   move spaces to ws-enc-attr-before ws-enc-attr-after
                   unstring raw-buffer delimited by "<media:thumbnail"
                       into ws-enc-attr-before ws-enc-attr-after
                   end-unstring
                   perform extract-media-url-attr
                   move ws-enc-attr-value
                       to ws-item-media-thumb(item-idx)
               end-if

               move zero to search-count
               inspect raw-buffer
                   tallying search-count for all "<yt:videoId>"
               if search-count > 0 then
                   move function trim(raw-buffer)
                       to ws-item-media-video-id(item-idx)
               end-if

               move zero to search-count
               inspect raw-buffer
                   tallying search-count
                   for all "<yt:duration" "<itunes:duration>"
               if search-count > 0
               and ws-item-media-duration(item-idx) = zero then
                   perform extract-media-duration
               end-if

               move zero to search-count
               inspect raw-buffer
                   tallying search-count for all "<media:description"
               if search-count > 0
               and ws-item-desc-full(item-idx) = spaces then
                   move 'Y' to in-media-description
                   move 'M' to ws-item-media-desc-flags(item-idx:1)
               end-if

               if in-media-description = 'Y' then
                   move function concatenate(
                       function trim(ws-item-desc-full(item-idx)),
                       function trim(raw-buffer))
                       to ws-item-desc-full(item-idx)

                   move zero to search-count
                   inspect raw-buffer tallying search-count
                       for all "</media:description>"
                   if search-count > 0 then
                       move 'N' to in-media-description
                   end-if
               end-if
           end-if

      *> channel-level publisher schedule hints: <ttl> and the
      *> <skipHours>/<skipDays> sections (each <hour>/<day> usually
      *> sits on its own line).
                   function trim(raw-buffer))
               end-call
               move 'Y' to is-desc-single-line
               if in-items = 'Y' then
                   move space to ws-item-media-desc-flags(item-idx:1)
               end-if
               if in-items = 'N' then
                   call "logger" using "feed desc single"
                   move function trim(raw-buffer) to ws-feed-desc
                   call "logger" using "start of multiline description"
                   move 'Y' to in-description
                   move spaces to desc-temp
                   if in-items = 'Y'
                   and ws-item-media-desc-flags(item-idx:1) = 'M' then
                       move spaces to ws-item-desc-full(item-idx)
                       move space
                           to ws-item-media-desc-flags(item-idx:1)
                   end-if
               end-if

               if in-description = 'Y' then
           exit paragraph.


       extract-rights-text.

      *> '<copyright>(c) 2026 Example</copyright>' - the text
      *> between the opening tag's '>' and the next '<', or inside a
      *> CDATA section. A rights statement wrapped onto following
      *> lines keeps only what sat on the tag's own line.
           move spaces to ws-sched-scratch-head ws-sched-scratch-tail
           move spaces to ws-rights-text
           unstring raw-buffer
               delimited by "<copyright" or "<dc:rights" or "<rights"
               into ws-sched-scratch-head ws-sched-scratch-tail
           end-unstring
           move spaces to ws-sched-scratch-head
           move 1 to ws-rights-ptr
           unstring ws-sched-scratch-tail delimited by ">"
               into ws-sched-scratch-head
               with pointer ws-rights-ptr
           end-unstring
           if ws-rights-ptr <= length of ws-sched-scratch-tail then
               move ws-sched-scratch-tail(ws-rights-ptr:)
                   to ws-rights-text
           end-if

           if ws-rights-text(1:9) = "<![CDATA[" then
               move ws-rights-text(10:) to ws-sched-scratch-tail
               move spaces to ws-rights-text
               unstring ws-sched-scratch-tail delimited by "]]>"
                   into ws-rights-text
               end-unstring
           else
               move ws-rights-text to ws-sched-scratch-tail
               move spaces to ws-rights-text
               unstring ws-sched-scratch-tail delimited by "<"
                   into ws-rights-text
               end-unstring
           end-if

           move function decode-html-entities(ws-rights-text)
               to ws-rights-text
           move function strip-terminal-controls(ws-rights-text, 'N')
               to ws-rights-text
           move function utf8-clean-tail(ws-rights-text)
               to ws-rights-text
           move function trim(ws-rights-text) to ws-rights-text

           exit paragraph.


       extract-channel-ttl.

      *> "<ttl>240</ttl>" - the publisher's minimum minutes between



       extract-replies-link.

      *> Atom threading: <link rel="replies" type=".." href=".."
      *> thr:count="N"/>. A feed type names the comment feed,
      *> anything else the discussion page; the optional thr:count
      *> attribute is the comment count.
           move spaces to ws-atom-link-before ws-atom-link-after
           move spaces to ws-atom-link-url

           unstring raw-buffer delimited by 'href="'
               into ws-atom-link-before ws-atom-link-after
           end-unstring

           unstring ws-atom-link-after delimited by '"'
               into ws-atom-link-url
           end-unstring

           move zero to ws-replies-feed-tally
           inspect raw-buffer tallying ws-replies-feed-tally
               for all "atom+xml" "rss+xml"

           if ws-atom-link-url not = spaces then
               if ws-replies-feed-tally > 0 then
                   move function trim(ws-atom-link-url)
                       to ws-item-cmt-feed(item-idx)
               else
                   move function trim(ws-atom-link-url)
                       to ws-item-cmt-link(item-idx)
               end-if
           end-if

           move spaces to ws-sched-scratch-head ws-sched-scratch-tail
           move spaces to ws-sched-value-text
           unstring raw-buffer delimited by 'thr:count="'
               into ws-sched-scratch-head ws-sched-scratch-tail
           end-unstring
           unstring ws-sched-scratch-tail delimited by '"'
               into ws-sched-value-text
           end-unstring

           if function trim(ws-sched-value-text) is numeric then
               move function numval(ws-sched-value-text)
                   to ws-item-cmt-count(item-idx)
           end-if

           exit paragraph.


       extract-media-content-attrs.

      *> <media:content url=".." type=".." medium=".." fileSize=".."
      *> duration=".."/> is an enclosure by another name - it fills
      *> the enclosure fields unless the item carries a real
      *> <enclosure> (which always wins). Images (news feeds use
      *> media:content for their pictures) are a thumbnail, not
      *> media to fetch.
           move spaces to ws-enc-attr-before ws-enc-attr-after
           unstring raw-buffer delimited by "<media:content"
               into ws-enc-attr-before ws-enc-attr-after
           end-unstring

           move zero to ws-media-image-tally
           inspect ws-enc-attr-after tallying ws-media-image-tally
               for all 'medium="image"' 'type="image/'

           perform extract-media-url-attr

           if ws-media-image-tally > 0 then
               if ws-item-media-thumb(item-idx) = spaces then
                   move ws-enc-attr-value
                       to ws-item-media-thumb(item-idx)
               end-if
               exit paragraph
           end-if

           if ws-enc-attr-value not = spaces
           and ws-item-enc-url(item-idx) = spaces then
               move ws-enc-attr-value to ws-item-enc-url(item-idx)

               move spaces to ws-atom-link-before ws-atom-link-url
               unstring ws-enc-attr-after delimited by 'type="'
                   into ws-atom-link-before ws-atom-link-url
               end-unstring
               if ws-atom-link-url not = spaces then
                   unstring ws-atom-link-url delimited by '"'
                       into ws-item-enc-type(item-idx)
                   end-unstring
               else
                   move spaces to ws-atom-link-before ws-atom-link-url
                   unstring ws-enc-attr-after delimited by 'medium="'
                       into ws-atom-link-before ws-atom-link-url
                   end-unstring
                   unstring ws-atom-link-url delimited by '"'
                       into ws-item-enc-type(item-idx)
                   end-unstring
               end-if

               move spaces to ws-atom-link-before ws-atom-link-url
               move spaces to ws-enc-length-text
               unstring ws-enc-attr-after delimited by 'fileSize="'
                   into ws-atom-link-before ws-atom-link-url
               end-unstring
               unstring ws-atom-link-url delimited by '"'
                   into ws-enc-length-text
               end-unstring
               if function trim(ws-enc-length-text) is numeric then
                   move function numval(ws-enc-length-text)
                       to ws-item-enc-length(item-idx)
               end-if
           end-if

           if ws-item-media-duration(item-idx) = zero then
               move spaces to ws-atom-link-before ws-atom-link-url
               move spaces to ws-sched-value-text
               unstring ws-enc-attr-after delimited by 'duration="'
                   into ws-atom-link-before ws-atom-link-url
               end-unstring
               unstring ws-atom-link-url delimited by '"'
                   into ws-sched-value-text
               end-unstring
               if function trim(ws-sched-value-text) is numeric then
                   move function numval(ws-sched-value-text)
                       to ws-item-media-duration(item-idx)
               end-if
           end-if

           exit paragraph.


       extract-media-url-attr.

      *> The url="..." attribute of the element ws-enc-attr-after
      *> starts at - cleaned, since it is shown and fetched.
           move spaces to ws-enc-attr-value
           move spaces to ws-atom-link-before ws-atom-link-url
           unstring ws-enc-attr-after delimited by 'url="'
               into ws-atom-link-before ws-atom-link-url
           end-unstring
           unstring ws-atom-link-url delimited by '"'
               into ws-enc-attr-value
           end-unstring

           move function substitute(ws-enc-attr-value,
               "&amp;", "&",
               "&#38;", "&")
               to ws-enc-attr-value
           move function strip-terminal-controls(
               ws-enc-attr-value, 'N')
               to ws-enc-attr-value
           move function trim(ws-enc-attr-value) to ws-enc-attr-value

           exit paragraph.


       extract-media-duration.

      *> <yt:duration seconds="754"/> or <itunes:duration> as plain
      *> seconds, MM:SS or HH:MM:SS.
           move spaces to ws-sched-scratch-head ws-sched-scratch-tail
           move spaces to ws-sched-value-text

           move zero to search-count
           inspect raw-buffer tallying search-count
               for all "<yt:duration"
           if search-count > 0 then
               unstring raw-buffer delimited by 'seconds="'
                   into ws-sched-scratch-head ws-sched-scratch-tail
               end-unstring
               unstring ws-sched-scratch-tail delimited by '"'
                   into ws-sched-value-text
               end-unstring
           else
               unstring raw-buffer delimited by "<itunes:duration>"
                   into ws-sched-scratch-head ws-sched-scratch-tail
               end-unstring
               unstring ws-sched-scratch-tail delimited by "<"
                   into ws-sched-value-text
               end-unstring
           end-if

           move function trim(ws-sched-value-text)
               to ws-sched-value-text
           move spaces to ws-media-dur-a ws-media-dur-b ws-media-dur-c
           unstring ws-sched-value-text delimited by ":" or space
               into ws-media-dur-a ws-media-dur-b ws-media-dur-c
           end-unstring

           if function trim(ws-media-dur-a) is not numeric then
               exit paragraph
           end-if

           evaluate true
               when ws-media-dur-b = spaces
                   compute ws-item-media-duration(item-idx) =
                       function numval(ws-media-dur-a)
                   end-compute
               when ws-media-dur-c = spaces
                   if function trim(ws-media-dur-b) is numeric then
                       compute ws-item-media-duration(item-idx) =
                           function numval(ws-media-dur-a) * 60
                           + function numval(ws-media-dur-b)
                       end-compute
                   end-if
               when other
                   if function trim(ws-media-dur-b) is numeric
                   and function trim(ws-media-dur-c) is numeric then
                       compute ws-item-media-duration(item-idx) =
                           function numval(ws-media-dur-a) * 3600
                           + function numval(ws-media-dur-b) * 60
                           + function numval(ws-media-dur-c)
                       end-compute
                   end-if
           end-evaluate

           exit paragraph.


       extract-item-comment-count.

      *> "<slash:comments>12</slash:comments>" or
      *> "<thr:total>12</thr:total>" - comments posted so far.
           move spaces to ws-sched-scratch-head ws-sched-scratch-tail
           move spaces to ws-sched-value-text
           unstring raw-buffer
               delimited by "<slash:comments>" or "<thr:total>"
               into ws-sched-scratch-head ws-sched-scratch-tail
           end-unstring
           unstring ws-sched-scratch-tail delimited by "<"
               into ws-sched-value-text
           end-unstring

           if function trim(ws-sched-value-text) is numeric then
               move function numval(ws-sched-value-text)
                   to ws-item-cmt-count(item-idx)
           end-if

           exit paragraph.


       extract-websub-link.

      *> <link rel="hub" href=".."/> names the feed's WebSub hub,
      *> rel="self" the topic URL the hub knows the feed by. Neither
      *> is the site link, so they're kept apart from it.
           move spaces to ws-atom-link-before ws-atom-link-after
           move spaces to ws-atom-link-url

           unstring raw-buffer delimited by 'href="'
               into ws-atom-link-before ws-atom-link-after
           end-unstring

           unstring ws-atom-link-after delimited by '"'
               into ws-atom-link-url
           end-unstring

           if ws-atom-link-url = spaces then
               exit paragraph
           end-if

           move zero to ws-websub-rel-tally
           inspect raw-buffer tallying ws-websub-rel-tally
               for all 'rel="hub"'

           if ws-websub-rel-tally > 0 then
               if ws-channel-hub-url = spaces then
                   move function trim(ws-atom-link-url)
                       to ws-channel-hub-url
               end-if
           else
               move function trim(ws-atom-link-url)
                   to ws-channel-self-url
           end-if

           exit paragraph.



       extract-enclosure-attrs.

      *> <enclosure url=".." length=".." type=".."/> carries its data
      *> in attributes (any order), so each one is pulled out on its
      *> own rather than reading the line's text content.
           move spaces to ws-enc-attr-before ws-enc-attr-after
           move spaces to ws-enc-attr-value

           unstring raw-buffer delimited by 'url="'
               into ws-enc-attr-before ws-enc-attr-after
           end-unstring

           unstring ws-enc-attr-after delimited by '"'
               into ws-enc-attr-value
           end-unstring

           if ws-enc-attr-value not = spaces then
               move function trim(ws-enc-attr-value)
                   to ws-item-enc-url(item-idx)
           end-if

           move spaces to ws-enc-attr-before ws-enc-attr-after
           move spaces to ws-enc-attr-value

           unstring raw-buffer delimited by 'type="'
               into ws-enc-attr-before ws-enc-attr-after
           end-unstring

           unstring ws-enc-attr-after delimited by '"'
               into ws-enc-attr-value
           end-unstring

           if ws-enc-attr-value not = spaces then
               move function trim(ws-enc-attr-value)
                   to ws-item-enc-type(item-idx)
           end-if

           move spaces to ws-enc-attr-before ws-enc-attr-after
           move spaces to ws-enc-attr-value

           unstring raw-buffer delimited by 'length="'
               into ws-enc-attr-before ws-enc-attr-after
           end-unstring

           unstring ws-enc-attr-after delimited by '"'
               into ws-enc-attr-value
           end-unstring

           move function trim(ws-enc-attr-value)
               to ws-enc-length-text

           if ws-enc-length-text(1:1) is numeric then
               move function numval(ws-enc-length-text)
                   to ws-item-enc-length(item-idx)
           else
               move zero to ws-item-enc-length(item-idx)
           end-if

           exit paragraph.


       remove-tags-in-record.
           call "logger" using 
               "Removing rss/xml tags from parsed record..."
           end-call

      * Sanitize RSS feed info.
           move function substitute(ws-feed-title,
               "<title>", space,
               "</title>", space)
               to ws-feed-title

           move function decode-html-entities(ws-feed-title)
               to ws-feed-title

      *> Feed text is untrusted - never let control bytes or escape
      *> sequences reach the screens or logs.
           move function strip-terminal-controls(ws-feed-title, 'N')
               to ws-feed-title

      *> Fixed-width moves cut on byte boundaries - blank any half
      *> multibyte character left at the end of the field.
           move function utf8-clean-tail(ws-feed-title)
               to ws-feed-title

           move function substitute(ws-feed-site-link,
               "&amp;", "&",
               "&#38;", "&",
               "<link>", space,
               "</link>", space)
               to ws-feed-site-link

      *> The site link is shown verbatim on the viewer headers -
      *> untrusted input, same scrub as every other displayed field.
           move function strip-terminal-controls(
               ws-feed-site-link, 'N')
               to ws-feed-site-link

           move function substitute(ws-feed-desc,
               "<description>", space,
               "</description>", space,
               "<summary>", space,
               "</summary>", space,
               "<content>", space,
               "</content>", space)
               to ws-feed-desc

           move function decode-html-entities(ws-feed-desc)
               to ws-feed-desc

           move function strip-terminal-controls(ws-feed-desc, 'N')
               to ws-feed-desc

           move function utf8-clean-tail(ws-feed-desc)
               to ws-feed-desc

      * Sanitize rss item fields...
           move 1 to counter
           perform until counter > ws-num-items

               move function substitute(ws-item-title(counter),
                   "<title>", space,
                   "</title>", space)
                   to ws-item-title(counter)

                   ws-item-guid(counter), 'N')
                   to ws-item-guid(counter)

               move function substitute(ws-item-cmt-link(counter),
                   "&amp;", "&",
                   "&#38;", "&",
                   "<comments>", space,
                   "</comments>", space)
                   to ws-item-cmt-link(counter)

               move function strip-terminal-controls(
                   ws-item-cmt-link(counter), 'N')
                   to ws-item-cmt-link(counter)

               move function trim(ws-item-cmt-link(counter))
                   to ws-item-cmt-link(counter)

               move function substitute(ws-item-cmt-feed(counter),
                   "&amp;", "&",
                   "&#38;", "&",
                   "<wfw:commentRss>", space,
                   "</wfw:commentRss>", space,
                   "<wfw:commentrss>", space,
                   "</wfw:commentrss>", space)
                   to ws-item-cmt-feed(counter)

               move function strip-terminal-controls(
                   ws-item-cmt-feed(counter), 'N')
                   to ws-item-cmt-feed(counter)

               move function trim(ws-item-cmt-feed(counter))
                   to ws-item-cmt-feed(counter)

               move function substitute(
                   ws-item-media-video-id(counter),
                   "<yt:videoId>", space,
                   "</yt:videoId>", space)
                   to ws-item-media-video-id(counter)

               move function strip-terminal-controls(
                   ws-item-media-video-id(counter), 'N')
                   to ws-item-media-video-id(counter)

               move function trim(ws-item-media-video-id(counter))
                   to ws-item-media-video-id(counter)

      *> Translate paragraph/break/list structure into real line
      *> breaks and bullet markers first, so a multi-paragraph
      *> summary stops flattening into one run-on blob. Both the
                   "</summary>", space,
                   "<content>", space,
                   "</content>", space,
                   "<media:description>", space,
                   '<media:description type="plain">', space,
                   '<media:description type="html">', space,
                   "</media:description>", space,
                   "&lt;a", space
                   "target=&quot;_blank&quot;", space
                   "href=&quot;", space
           if id-found = 'N' then 
               perform set-new-feed-id
               move next-rss-id to ws-feed-id
      *> A new subscription starts on the shop default, never on an
      *> override left in the record by the previous feed parsed.
               move space to ws-rss-redistribution
           else
               call "logger" using function concatenate(
                   "Using existing id: ", ws-rss-feed-id)
               end-call
           move ws-channel-ttl-minutes to ws-rss-ttl-minutes
           move ws-channel-skip-hours to ws-rss-skip-hours
           move ws-channel-skip-days to ws-rss-skip-days
           move ws-channel-rights to ws-rss-rights

           move function trim(ls-feed-url)
           to ws-rss-link
               cancel "rss-run-hook"
           end-if

      *> Hand the feed's WebSub hub (or its absence) to rss-websub,
      *> which subscribes for pushes at the next renew pass.
           if ws-channel-hub-url not = spaces then
               call "logger" using function concatenate(
                   "WebSub hub: ", function trim(ws-channel-hub-url))
               end-call
           end-if
           initialize ws-websub-record
           move ws-rss-feed-id to ws-websub-feed-id
           move ws-channel-hub-url to ws-websub-hub-url
           move ws-channel-self-url to ws-websub-self-url
           move ws-rss-link to ws-websub-feed-url
           move 'R' to ws-websub-op
           call "rss-websub" using
               ws-websub-op ws-websub-record ws-websub-status
           end-call


           call "logger" using "Saving parsed RSS data to disk...".

      *> A local notice feed legitimately empties when its last
      *> notice expires, so only a publisher's feed is held back.
           if ws-num-items = zero
           and function lower-case(ls-feed-url(1:6)) not = "local:"
           then
               call "logger" using function concatenate(
                   "Parsed feed produced zero items - treating as a ",
                   "failed/partial parse. Leaving existing content ",
               exit paragraph
           end-if

      *> What the feed served is accounted for below - the carried
      *> items appended next are not part of it.
           move spaces to ws-ctl-item-flags
           move zero to ws-merge-kept-count

      *> Items folded in by a feed merge ride along before the
      *> rules and the reconcile see the record.
           if id-found = 'Y' then
               perform append-merged-items
           end-if

           perform apply-kill-rules

           if ws-kill-rule-count > zero then
           if id-found = 'Y' then
               perform reconcile-existing-items
               perform apply-item-state-overrides
           else
               move zero to ws-old-num-items
           end-if

           perform stamp-first-seen
           perform canonicalize-item-links

      *> A feed that already had content is judged for a flood of
      *> re-issued back catalog; whatever is held stays hidden.
           if ws-old-num-items > zero then
               perform guard-against-replay
           end-if
           perform apply-held-items
           perform tally-control-totals

      *> Auto-tagging runs after the reconcile so a newly added
      *> rule reaches items already on file, and hand-set tags
      *> carried forward are appended to rather than replaced.
           if return-code = 1 then
               perform rebuild-item-state-file
               perform write-overflow-file
               perform write-comment-feed-file
               perform write-media-meta-file
               perform write-control-totals
               perform update-summary-index

      *> Index the configured identifiers (CVE ids, vendor KB
      *> numbers, change tickets) the saved items mention.
               call "rss-xref-index" using ws-feed-id
               end-call
               cancel "rss-xref-index"

      *> A followed story turning up here for the first time
      *> raises its alert and is pinned to the timeline.
               move 'P' to ws-follow-op
               call "rss-cluster-follow" using
                   by content ws-follow-op,
                   by content ws-follow-blank,
                   by content ws-follow-blank,
                   by content ws-follow-blank(1:128),
                   by content ws-rss-dat-file-name,
                   by reference ws-follow-status
               end-call
               cancel "rss-cluster-follow"

      *> Followed comment threads on this feed pick up their new
      *> comments.
               move 'P' to ws-cmt-thread-op
               call "rss-comment-thread" using
                   by content ws-cmt-thread-op,
                   by content ws-cmt-thread-blank,
                   by content ws-cmt-thread-blank(1:128),
                   by content ws-rss-dat-file-name,
                   by reference ws-cmt-thread-status
               end-call
               cancel "rss-comment-thread"

      *> Every successful save re-stamps the data-file layout
      *> version, so a fresh install gets stamped on its first feed.
               call "rss-layout-stamp"
                       to ws-rule-pattern-upper

                   move zero to ws-rule-tally
                   if ws-rule-pattern-upper(1:9) = "CATEGORY:" then
                       if ws-item-tags(counter) not = spaces
                       and ws-rule-pattern-upper(10:) not = spaces
                           inspect function upper-case(
                               ws-item-tags(counter))
                               tallying ws-rule-tally
                               for all function trim(
                                   ws-rule-pattern-upper(10:))
                       end-if
                   else
                       inspect ws-rule-match-buffer
                           tallying ws-rule-tally
                           for all function trim(
                               ws-rule-pattern-upper)
                   end-if

                   if ws-rule-type(ws-rule-idx) = "E"
                   and ws-rule-tally > 0 then

           if ws-item-hidden(counter) = 'Y' then
               add 1 to ws-hidden-item-count
               move 'K' to ws-ctl-item-flags(counter:1)
           end-if

           exit paragraph.

                   move 'Y' to ws-item-hidden(counter)
                   move 'Y' to ws-item-read(counter)
                   if ws-ctl-item-flags(counter:1) not = 'K' then
                       move 'M' to ws-ctl-item-flags(counter:1)
                   end-if
                   call "logger" using function concatenate(
                       "Muted story cluster caught a late copy: ",
                       function trim(ws-item-title(counter)))

       score-one-item.

      *> A feed with no weight of its own takes its category's.
           move function rss-category-weight(
               ws-rss-category, ws-rss-base-weight)
               to ws-item-score-work

           if ws-rss-favorite = 'Y' then
               add ws-favorite-score-bonus to ws-item-score-work
                       move ws-old-item-snooze-until(
                           ws-old-match-idx)
                           to ws-item-snooze-until(counter)
                       move ws-old-item-first-read(ws-old-match-idx)
                           to ws-item-first-read(counter)
      *> Items carried since before first-seen was stamped take the
      *> publisher's date.
                       if ws-old-item-first-seen(ws-old-match-idx)
                       = zero then
                           move ws-item-pub-epoch-min(counter)
                               to ws-item-first-seen(counter)
                       else
                           move ws-old-item-first-seen(
                               ws-old-match-idx)
                               to ws-item-first-seen(counter)
                       end-if
                       move ws-old-item-date-flag(ws-old-match-idx)
                           to ws-item-date-flag(counter)
      *> A link already worked out is kept while the published link
      *> stands - redirectors are followed once per link, not once
      *> per refresh.
                       move ws-old-item-held(ws-old-match-idx)
                           to ws-item-held(counter)
                       if ws-old-item-link(ws-old-match-idx)
                           = ws-item-link(counter) then
                           move ws-old-item-canon-link(
                               ws-old-match-idx)
                               to ws-item-canon-link(counter)
                       end-if

                       perform carry-comment-activity

                       if ws-old-item-title(ws-old-match-idx)
                           <> ws-item-title(counter)
      *> it as updated (counted like unread, shown distinctly) and
      *> keep the previous text so the viewer can show what changed.
                           move 'Y' to ws-item-updated(counter)
                           if ws-ctl-item-flags(counter:1) = space
                           then
                               move 'U'
                                   to ws-ctl-item-flags(counter:1)
                           end-if
                           move ws-old-item-title(ws-old-match-idx)
                               to ws-item-prev-title(counter)
                           move ws-old-item-desc(ws-old-match-idx)
                       else
      *> Unchanged this refresh - carry any still-unreviewed update
      *> flag (and its kept text) forward.
                           if ws-ctl-item-flags(counter:1) = space
                           then
                               move 'C'
                                   to ws-ctl-item-flags(counter:1)
                           end-if
                           move ws-old-item-updated(ws-old-match-idx)
                               to ws-item-updated(counter)
                           move ws-old-item-prev-title(
           exit paragraph.


       carry-comment-activity.

      *> The count seen when the item was last opened always
      *> carries. A refresh that stops reporting the count or the
      *> discussion page keeps the last known one; a count that
      *> grew is logged, and the feed view shows the growth as new
      *> comments until the item is opened again.
           move ws-old-item-cmt-seen(ws-old-match-idx)
               to ws-item-cmt-seen(counter)

           if ws-item-cmt-link(counter) = spaces then
               move ws-old-item-cmt-link(ws-old-match-idx)
                   to ws-item-cmt-link(counter)
           end-if

           if ws-item-cmt-count(counter) = zero then
               move ws-old-item-cmt-count(ws-old-match-idx)
                   to ws-item-cmt-count(counter)
               exit paragraph
           end-if

           if ws-item-cmt-count(counter)
           > ws-old-item-cmt-count(ws-old-match-idx) then
               add 1 to ws-cmt-growth-count
               call "logger" using function concatenate(
                   "Comment count grew from ",
                   ws-old-item-cmt-count(ws-old-match-idx), " to ",
                   ws-item-cmt-count(counter), " on: ",
                   function trim(ws-item-title(counter)))
               end-call
           end-if

           exit paragraph.


       stamp-first-seen.

      *> Guids we have never carried before are stamped with the
      *> ingest time. The publisher's date is only judged against it
      *> when the feed already had content on file - a new
      *> subscription's back catalog is old, not backdated.
           move function get-config(ws-date-window-config-key)
               to ws-date-window-config-val

           if ws-date-window-config-val = "NOT-SET" or
           ws-date-window-config-val = spaces then
               move ws-date-window-default to ws-date-window
           else
               move function numval(ws-date-window-config-val)
                   to ws-date-window
           end-if

           move function rss-epoch-minutes to ws-first-seen-now
           move zero to ws-date-flagged-count
           move spaces to ws-fresh-item-flags
           move zero to ws-fresh-count ws-fresh-backdated-count

           move 1 to counter
           perform until counter > ws-num-items

               if ws-item-first-seen(counter) = zero then
                   move ws-first-seen-now
                       to ws-item-first-seen(counter)
                   move space to ws-item-date-flag(counter)
                   move 'F' to ws-fresh-item-flags(counter:1)
                   add 1 to ws-fresh-count

                   if ws-old-num-items > zero
                   and ws-item-pub-epoch-min(counter) not = zero then
                       evaluate true
                           when ws-item-pub-epoch-min(counter)
                               + ws-date-window < ws-first-seen-now
                               move 'B' to ws-item-date-flag(counter)
                               add 1 to ws-date-flagged-count
                               add 1 to ws-fresh-backdated-count
                           when ws-item-pub-epoch-min(counter)
                               > ws-first-seen-now + ws-date-window
                               move 'F' to ws-item-date-flag(counter)
                               add 1 to ws-date-flagged-count
                       end-evaluate
                   end-if
               end-if

               add 1 to counter
           end-perform

           if ws-date-flagged-count > zero then
               call "logger" using function concatenate(
                   "Items dated outside the ", ws-date-window,
                   "-minute window of first-seen: ",
                   ws-date-flagged-count)
               end-call
           end-if

           exit paragraph.


       canonicalize-item-links.

           move 1 to counter
           perform until counter > ws-num-items

               if ws-item-canon-link(counter) = spaces
               and ws-item-link(counter) not = spaces then
                   call "rss-canonical-link" using
                       ws-feed-id
                       ws-item-link(counter)
                       ws-item-canon-link(counter)
                   end-call
               end-if

               add 1 to counter
           end-perform

           cancel "rss-canonical-link"

           exit paragraph.


       guard-against-replay.

      *> Items a kill rule or story mute already hid stay that
      *> rule's business - only the ones that would have been
      *> published can be held.
           move zero to ws-held-count
           move 1 to counter
           perform until counter > ws-num-items
               if ws-fresh-item-flags(counter:1) = 'F'
               and ws-item-hidden(counter) not = 'Y' then
                   add 1 to ws-held-count
               end-if
               add 1 to counter
           end-perform

           initialize ws-replay-record
           move ws-feed-id to ws-replay-feed-id
           move ws-fresh-count to ws-replay-fresh
           move ws-fresh-backdated-count to ws-replay-backdated
           move ws-held-count to ws-replay-holdable
           move 'C' to ws-replay-op
           call "rss-replay-guard" using
               ws-replay-op ws-replay-record ws-replay-status
           end-call
           cancel "rss-replay-guard"

           if not ws-replay-flood then
               exit paragraph
           end-if

           move 1 to counter
           perform until counter > ws-num-items
               if ws-fresh-item-flags(counter:1) = 'F'
               and ws-item-hidden(counter) not = 'Y' then
                   set ws-item-held-pending(counter) to true
               end-if
               add 1 to counter
           end-perform

           move "REPLAY-HELD" to ws-audit-op
           move function concatenate(
               ws-held-count, " of ", ws-fresh-count,
               " never-seen item(s) held pending (",
               ws-fresh-backdated-count, " backdated)")
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-feed-id ws-rss-link ws-audit-detail
           end-call

           exit paragraph.


       apply-held-items.

           move zero to ws-held-count
           move 1 to counter
           perform until counter > ws-num-items
               evaluate true
                   when ws-item-held-pending(counter)
                       move 'Y' to ws-item-hidden(counter)
                       add 1 to ws-held-count
                       perform flag-control-held
                   when ws-item-held-discarded(counter)
                       move 'Y' to ws-item-hidden(counter)
                       move 'Y' to ws-item-read(counter)
                       perform flag-control-held
               end-evaluate
               add 1 to counter
           end-perform

           if ws-held-count > zero then
               call "logger" using function concatenate(
                   "Items held pending replay review: ",
                   ws-held-count)
               end-call
           end-if

           exit paragraph.


       flag-control-held.

      *> A rule or mute that hid the item keeps the claim on it.
           if ws-ctl-item-flags(counter:1) not = 'K'
           and ws-ctl-item-flags(counter:1) not = 'M' then
               move 'H' to ws-ctl-item-flags(counter:1)
           end-if

           exit paragraph.


       tally-control-totals.

      *> The served items are the record less what the carry store
      *> appended at its end.
           move zero to ws-ctl-new ws-ctl-updated ws-ctl-unchanged
           move zero to ws-ctl-killed ws-ctl-muted ws-ctl-held
           move zero to ws-ctl-unclaimed
           compute ws-ctl-served = ws-num-items - ws-merge-kept-count

           move 1 to counter
           perform until counter > ws-ctl-served
               evaluate true
                   when ws-ctl-item-flags(counter:1) = 'K'
                       add 1 to ws-ctl-killed
                   when ws-ctl-item-flags(counter:1) = 'M'
                       add 1 to ws-ctl-muted
                   when ws-ctl-item-flags(counter:1) = 'H'
                       add 1 to ws-ctl-held
                   when ws-ctl-item-flags(counter:1) = 'U'
                       add 1 to ws-ctl-updated
                   when ws-ctl-item-flags(counter:1) = 'C'
                       add 1 to ws-ctl-unchanged
                   when ws-fresh-item-flags(counter:1) = 'F'
                       add 1 to ws-ctl-new
                   when other
                       add 1 to ws-ctl-unclaimed
               end-evaluate
               add 1 to counter
           end-perform

           compute ws-ctl-accounted =
               ws-ctl-new + ws-ctl-updated + ws-ctl-unchanged
               + ws-ctl-killed + ws-ctl-muted + ws-ctl-held

           if ws-ctl-accounted + ws-ctl-pruned not = ws-ctl-received
           then
               call "logger" using function concatenate(
                   "WARN|Item control totals out of balance for ",
                   "feed id ", ws-feed-id, ": received ",
                   ws-ctl-received, ", pruned ", ws-ctl-pruned,
                   ", accounted ", ws-ctl-accounted,
                   ", unclaimed ", ws-ctl-unclaimed)
               end-call
           end-if

           exit paragraph.


       apply-item-state-overrides.

      *> State written by the feed viewer since the last full flush
      *> lives only in the side-car - fold it in so a refresh that
      *> lands mid-session can't resurrect already-read items.
           open input fd-rss-item-state-file

           move 1 to counter
           perform until counter > ws-num-items

               if ws-item-guid(counter) not = spaces then
                   move ws-item-guid(counter) to f-itm-guid
                   read fd-rss-item-state-file
                       key is f-itm-guid
                       invalid key
                           continue
                               move f-itm-snooze-until
                                   to ws-item-snooze-until(counter)
                           end-if
      *> The earliest first-read stamp wins.
                           if f-itm-first-read not = zero
                           and (ws-item-first-read(counter) = zero
                               or f-itm-first-read
                               < ws-item-first-read(counter)) then
                               move f-itm-first-read
                                   to ws-item-first-read(counter)
                           end-if
                   end-read
               end-if

                       to f-itm-open-count
                   move ws-item-snooze-until(counter)
                       to f-itm-snooze-until
                   move ws-item-first-read(counter)
                       to f-itm-first-read
                   write f-item-state-record
                       invalid key
                           continue
           exit paragraph.


       write-comment-feed-file.

      *> Rewrite the feed's comment-feed store to match the record
      *> just saved - one record per item carrying a comment feed,
      *> keyed by guid (link when the item has none).
           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_cmf.dat")
               to ws-rss-comment-feed-file-name

           move zero to ws-cmt-feed-item-count

           open output fd-rss-comment-feed-file

           move 1 to counter
           perform until counter > ws-num-items

               if ws-item-cmt-feed(counter) not = spaces then
                   if ws-item-guid(counter) not = spaces then
                       move ws-item-guid(counter) to f-cmf-key
                   else
                       move ws-item-link(counter) to f-cmf-key
                   end-if
                   move ws-item-cmt-feed(counter) to f-cmf-url
                   if f-cmf-key not = spaces then
                       write f-comment-feed-record
                       end-write
                       add 1 to ws-cmt-feed-item-count
                   end-if
               end-if

               add 1 to counter
           end-perform

           close fd-rss-comment-feed-file

           if ws-cmt-feed-item-count > zero
           or ws-cmt-growth-count > zero then
               call "logger" using function concatenate(
                   "Comment feeds on file: ", ws-cmt-feed-item-count,
                   ", item(s) with new comments: ",
                   ws-cmt-growth-count)
               end-call
           end-if

           exit paragraph.


       write-media-meta-file.

      *> Rewrite the feed's media metadata store to match the record
      *> just saved - one record per item carrying a thumbnail,
      *> video id or running time, keyed by guid (link when the
      *> item has none).
           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_med.dat")
               to ws-rss-media-meta-file-name

           move zero to ws-media-meta-item-count

           open output fd-rss-media-meta-file

           move 1 to counter
           perform until counter > ws-num-items

               if ws-item-media-thumb(counter) not = spaces
               or ws-item-media-video-id(counter) not = spaces
               or ws-item-media-duration(counter) not = zero then
                   if ws-item-guid(counter) not = spaces then
                       move ws-item-guid(counter) to f-mmt-key
                   else
                       move ws-item-link(counter) to f-mmt-key
                   end-if
                   move ws-item-media-thumb(counter)
                       to f-mmt-thumb-url
                   move ws-item-media-video-id(counter)
                       to f-mmt-video-id
                   move ws-item-media-duration(counter)
                       to f-mmt-duration
                   if f-mmt-key not = spaces then
                       write f-media-meta-record
                       end-write
                       add 1 to ws-media-meta-item-count
                   end-if
               end-if

               add 1 to counter
           end-perform

           close fd-rss-media-meta-file

           if ws-media-meta-item-count > zero then
               call "logger" using function concatenate(
                   "Media metadata on file: ",
                   ws-media-meta-item-count, " item(s)")
               end-call
           end-if

           exit paragraph.


       write-control-totals.

      *> One record - the last save's item accounting for this feed.
           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_ctl.dat")
               to ws-rss-control-totals-file-name

           initialize f-control-totals-record
           move ws-feed-id to f-ctl-feed-id
           move function rss-epoch-minutes to f-ctl-epoch-min
           move ws-ctl-received to f-ctl-received
           move ws-ctl-pruned to f-ctl-pruned
           move ws-ctl-new to f-ctl-new
           move ws-ctl-updated to f-ctl-updated
           move ws-ctl-unchanged to f-ctl-unchanged
           move ws-ctl-killed to f-ctl-killed
           move ws-ctl-muted to f-ctl-muted
           move ws-ctl-held to f-ctl-held
           move ws-merge-kept-count to f-ctl-carried
           if ws-ctl-accounted + ws-ctl-pruned = ws-ctl-received then
               set f-ctl-in-balance to true
           else
               set f-ctl-out-of-balance to true
           end-if

           open output fd-rss-control-totals-file
               write f-control-totals-record
               end-write
           close fd-rss-control-totals-file

           call "logger" using function concatenate(
               "Item control totals: received ", ws-ctl-received,
               " new ", ws-ctl-new, " updated ", ws-ctl-updated,
               " unchanged ", ws-ctl-unchanged,
               " killed ", ws-ctl-killed, " muted ", ws-ctl-muted,
               " held ", ws-ctl-held, " pruned ", ws-ctl-pruned)
           end-call

           exit paragraph.


       append-merged-items.

           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_mrg.dat")
               to ws-rss-merge-carry-file-name

           move zero to ws-old-num-items
           move ws-rss-merge-carry-file-name
               to ws-rss-content-file-name

           open input fd-rss-content-file
           if ws-content-file-status = zero
               read fd-rss-content-file into ws-old-rss-record
                   at end continue
               end-read
           end-if
           close fd-rss-content-file

           move function trim(ws-rss-dat-file-name)
               to ws-rss-content-file-name

           if ws-old-num-items = zero then
               exit paragraph
           end-if

      *> The retention cap worked out for this refresh bounds the
      *> carried items too - except under legal hold.
           move ws-max-rss-items to ws-merge-carry-cap
           if ws-legal-hold-flag not = 'Y'
           and ws-retention-max > zero
           and ws-retention-max < ws-merge-carry-cap then
               move ws-retention-max to ws-merge-carry-cap
           end-if

           move ws-num-items to ws-merge-served-count
           move zero to ws-merge-kept-count

           move 1 to ws-old-item-idx
           perform until ws-old-item-idx > ws-old-num-items
               perform carry-one-merged-item
               add 1 to ws-old-item-idx
           end-perform

           call "logger" using function concatenate(
               "Carried ", ws-merge-kept-count, " of ",
               ws-old-num-items, " merged item(s) for feed id: ",
               ws-feed-id)
           end-call

      *> What was carried is what stays in the store; the rest has
      *> rolled off or is served by the feed itself now.
           move ws-merge-kept-count to ws-old-num-items

           if ws-merge-kept-count = zero then
               move function concatenate(
                   "rm -f ", function trim(
                       ws-rss-merge-carry-file-name))
                   to ws-rss-swap-cmd
               move pipe-open(ws-rss-swap-cmd, "w")
                   to ws-pipe-record
               move pipe-close(ws-pipe-record) to ws-pipe-return
           else
               move ws-rss-merge-carry-file-name
                   to ws-rss-content-file-name
               open output fd-rss-content-file
                   write f-rss-content-record from ws-old-rss-record
                   end-write
               close fd-rss-content-file
               move function trim(ws-rss-dat-file-name)
                   to ws-rss-content-file-name

               perform load-merged-overflow-text
               perform load-merged-comment-feeds
               perform load-merged-media-meta
           end-if

           exit paragraph.


       carry-one-merged-item.

           if ws-old-item-exists(ws-old-item-idx) not = 'Y'
           or ws-old-item-guid(ws-old-item-idx) = spaces then
               exit paragraph
           end-if

           set ws-merge-item-not-served to true
           move 1 to ws-merge-scan-idx
           perform until ws-merge-scan-idx > ws-merge-served-count
               or ws-merge-item-served
               if ws-item-guid(ws-merge-scan-idx)
                   = ws-old-item-guid(ws-old-item-idx) then
                   set ws-merge-item-served to true
               end-if
               add 1 to ws-merge-scan-idx
           end-perform

           if ws-merge-item-served
           or ws-num-items >= ws-merge-carry-cap then
               exit paragraph
           end-if

           add 1 to ws-num-items
           move ws-old-items(ws-old-item-idx)
               to ws-items(ws-num-items)
           move spaces to ws-item-desc-full(ws-num-items)
           move spaces to ws-item-cmt-feed(ws-num-items)
           initialize ws-item-media(ws-num-items)

           add 1 to ws-merge-kept-count
           move ws-old-items(ws-old-item-idx)
               to ws-old-items(ws-merge-kept-count)

           exit paragraph.


       load-merged-overflow-text.

      *> Carried items keep their long-description continuation -
      *> it is still in this feed's overflow store from the last
      *> save, which write-overflow-file rewrites from the table.
           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_ovf.dat")
               to ws-rss-overflow-file-name

           set ws-merge-ovf-not-eof to true

           open input fd-rss-overflow-file
               perform until ws-merge-ovf-eof
                   read fd-rss-overflow-file
                       at end set ws-merge-ovf-eof to true
                   not at end
                       compute ws-merge-scan-idx =
                           ws-merge-served-count + 1
                       perform until ws-merge-scan-idx > ws-num-items
                           if ws-item-desc-more(ws-merge-scan-idx)
                               = 'Y'
                           and ws-item-guid(ws-merge-scan-idx)
                               = f-ovf-guid then
                               move f-ovf-text
                                   to ws-item-desc-full(
                                   ws-merge-scan-idx)(1025:2048)
                           end-if
                           add 1 to ws-merge-scan-idx
                       end-perform
                   end-read
               end-perform
           close fd-rss-overflow-file

           exit paragraph.


       load-merged-comment-feeds.

      *> Carried items keep their comment feed URL the same way -
      *> it is still in this feed's comment-feed store from the
      *> last save.
           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_cmf.dat")
               to ws-rss-comment-feed-file-name

           set ws-merge-cmf-not-eof to true

           open input fd-rss-comment-feed-file
               perform until ws-merge-cmf-eof
                   read fd-rss-comment-feed-file
                       at end set ws-merge-cmf-eof to true
                   not at end
                       compute ws-merge-scan-idx =
                           ws-merge-served-count + 1
                       perform until ws-merge-scan-idx > ws-num-items
                           if ws-item-guid(ws-merge-scan-idx)
                               = f-cmf-key then
                               move f-cmf-url
                                   to ws-item-cmt-feed(
                                   ws-merge-scan-idx)
                           end-if
                           add 1 to ws-merge-scan-idx
                       end-perform
                   end-read
               end-perform
           close fd-rss-comment-feed-file

           exit paragraph.


       load-merged-media-meta.

      *> Carried items keep their media metadata from the feed's
      *> media store, keyed as write-media-meta-file keys it.
           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_med.dat")
               to ws-rss-media-meta-file-name

           set ws-merge-mmt-not-eof to true

           open input fd-rss-media-meta-file
               perform until ws-merge-mmt-eof
                   read fd-rss-media-meta-file
                       at end set ws-merge-mmt-eof to true
                   not at end
                       compute ws-merge-scan-idx =
                           ws-merge-served-count + 1
                       perform until ws-merge-scan-idx > ws-num-items
                           if ws-item-guid(ws-merge-scan-idx)
                               not = spaces then
                               move ws-item-guid(ws-merge-scan-idx)
                                   to ws-media-key
                           else
                               move ws-item-link(ws-merge-scan-idx)
                                   to ws-media-key
                           end-if
                           if ws-media-key = f-mmt-key then
                               move f-mmt-thumb-url
                                   to ws-item-media-thumb(
                                   ws-merge-scan-idx)
                               move f-mmt-video-id
                                   to ws-item-media-video-id(
                                   ws-merge-scan-idx)
                               move f-mmt-duration
                                   to ws-item-media-duration(
                                   ws-merge-scan-idx)
                           end-if
                           add 1 to ws-merge-scan-idx
                       end-perform
                   end-read
               end-perform
           close fd-rss-media-meta-file

           exit paragraph.


       save-backfill-page.

           move function trim(ls-feed-url) to f-rss-link
           move 'N' to id-found
           open input fd-rss-list-file
               read fd-rss-list-file into ws-rss-list-record
                   key is f-rss-link
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to id-found
               end-read
           close fd-rss-list-file

           if id-found not = 'Y' then
               call "logger" using function concatenate(
                   "Backfill page is for a feed not in the list: ",
                   function trim(ls-feed-url))
               end-call
               move 2 to return-code
               exit paragraph
           end-if

           move ws-rss-feed-id to ws-feed-id
           move function concatenate(
               function trim(ws-rss-feeds-dir-path),
               "/rss_", ws-feed-id, ".dat")
               to ws-rss-dat-file-name
           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_mrg.dat")
               to ws-rss-merge-carry-file-name

           move function get-config(ws-backfill-since-config-key)
               to ws-backfill-since-config-val
           move zero to ws-backfill-since-epoch
           if ws-backfill-since-config-val not = "NOT-SET"
           and ws-backfill-since-config-val(1:10) not = spaces then
               move function rss-date-to-epoch-min(
                   function concatenate(
                       ws-backfill-since-config-val(1:10),
                       "T00:00:00Z"))
                   to ws-backfill-since-epoch
           end-if

      *> Items are keyed as the carry keys them - by guid, the link
      *> standing in when the publisher gave none.
           move spaces to ws-backfill-skip-flags
           move 1 to counter
           perform until counter > ws-num-items
               if ws-item-guid(counter) = spaces then
                   move ws-item-link(counter) to ws-item-guid(counter)
               end-if
               if ws-item-guid(counter) = spaces then
                   move 'S' to ws-backfill-skip-flags(counter:1)
               end-if
               if ws-backfill-since-epoch > zero
               and ws-item-pub-epoch-min(counter) not = zero
               and ws-item-pub-epoch-min(counter)
                   < ws-backfill-since-epoch then
                   move 'S' to ws-backfill-skip-flags(counter:1)
               end-if
               add 1 to counter
           end-perform

      *> Whatever the record already holds is not history.
           move zero to ws-old-num-items
           move function trim(ws-rss-dat-file-name)
               to ws-rss-content-file-name
           open input fd-rss-content-file
           if ws-content-file-status = zero
               read fd-rss-content-file into ws-old-rss-record
                   at end continue
               end-read
           end-if
           close fd-rss-content-file
           perform mark-backfill-known

           move zero to ws-old-num-items
           move ws-rss-merge-carry-file-name
               to ws-rss-content-file-name
           open input fd-rss-content-file
           if ws-content-file-status = zero
               read fd-rss-content-file into ws-old-rss-record
                   at end continue
               end-read
           end-if
           close fd-rss-content-file
           perform mark-backfill-known

      *> The carry store never outgrows the retention cap the
      *> refresh will apply - except under legal hold.
           move ws-max-rss-items to ws-merge-carry-cap
           if ws-legal-hold-flag not = 'Y'
           and ws-retention-max > zero
           and ws-retention-max < ws-merge-carry-cap then
               move ws-retention-max to ws-merge-carry-cap
           end-if

           move zero to ws-backfill-staged-count
           move function rss-epoch-minutes to ws-backfill-now-epoch
           move 1 to counter
           perform until counter > ws-num-items
               or ws-old-num-items >= ws-merge-carry-cap
               if ws-backfill-skip-flags(counter:1) = space then
                   perform stage-backfill-item
               end-if
               add 1 to counter
           end-perform

           call "logger" using function concatenate(
               "Backfill staged ", ws-backfill-staged-count, " of ",
               ws-num-items, " item(s) for feed id: ", ws-feed-id)
           end-call

           if ws-backfill-staged-count > zero then
               open output fd-rss-content-file
                   write f-rss-content-record from ws-old-rss-record
                   end-write
               close fd-rss-content-file
               perform append-backfill-side-stores
           end-if

           move function trim(ws-rss-dat-file-name)
               to ws-rss-content-file-name

      *> 1 - page staged; 3 - nothing on it we did not already have
      *> (or all of it older than backfill_since); 4 - the carry
      *> store is at the retention cap, so older pages can only
      *> roll off again.
           evaluate true
               when ws-old-num-items >= ws-merge-carry-cap
                   move 4 to return-code
               when ws-backfill-staged-count = zero
                   move 3 to return-code
               when other
                   move 1 to return-code
           end-evaluate

           exit paragraph.


       mark-backfill-known.

           move 1 to ws-old-item-idx
           perform until ws-old-item-idx > ws-old-num-items
               if ws-old-item-guid(ws-old-item-idx) not = spaces then
                   move 1 to counter
                   perform until counter > ws-num-items
                       if ws-item-guid(counter)
                           = ws-old-item-guid(ws-old-item-idx)
                       or ws-item-guid(counter)
                           = ws-old-item-link(ws-old-item-idx) then
                           move 'S'
                               to ws-backfill-skip-flags(counter:1)
                       end-if
                       add 1 to counter
                   end-perform
               end-if
               add 1 to ws-old-item-idx
           end-perform

           exit paragraph.


       stage-backfill-item.

      *> History arrives read and already seen - it is neither news
      *> nor a replayed back catalog.
           move 'Y' to ws-item-exists(counter)
           move 'Y' to ws-item-read(counter)
           if ws-item-pub-epoch-min(counter) not = zero then
               move ws-item-pub-epoch-min(counter)
                   to ws-item-first-seen(counter)
           else
               move ws-backfill-now-epoch
                   to ws-item-first-seen(counter)
           end-if

           add 1 to ws-old-num-items
           move ws-items(counter) to ws-old-items(ws-old-num-items)
           move 'A' to ws-backfill-skip-flags(counter:1)
           add 1 to ws-backfill-staged-count

           exit paragraph.


       append-backfill-side-stores.

      *> The long-description, comment-feed and media stores are
      *> read back when the refresh carries these items in; each
      *> full save rewrites them from the record.
           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_ovf.dat")
               to ws-rss-overflow-file-name
           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_cmf.dat")
               to ws-rss-comment-feed-file-name
           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_med.dat")
               to ws-rss-media-meta-file-name

           open extend fd-rss-overflow-file
           open extend fd-rss-comment-feed-file
           open extend fd-rss-media-meta-file

           move 1 to counter
           perform until counter > ws-num-items
               if ws-backfill-skip-flags(counter:1) = 'A' then
                   if ws-item-desc-more(counter) = 'Y' then
                       move ws-item-guid(counter) to f-ovf-guid
                       move ws-item-desc-full(counter)(1025:2048)
                           to f-ovf-text
                       write f-overflow-record
                       end-write
                   end-if
                   if ws-item-cmt-feed(counter) not = spaces then
                       move ws-item-guid(counter) to f-cmf-key
                       move ws-item-cmt-feed(counter) to f-cmf-url
                       write f-comment-feed-record
                       end-write
                   end-if
                   if ws-item-media-thumb(counter) not = spaces
                   or ws-item-media-video-id(counter) not = spaces
                   or ws-item-media-duration(counter) not = zero then
                       move ws-item-guid(counter) to f-mmt-key
                       move ws-item-media-thumb(counter)
                           to f-mmt-thumb-url
                       move ws-item-media-video-id(counter)
                           to f-mmt-video-id
                       move ws-item-media-duration(counter)
                           to f-mmt-duration
                       write f-media-meta-record
                       end-write
                   end-if
               end-if
               add 1 to counter
           end-perform

           close fd-rss-overflow-file
           close fd-rss-comment-feed-file
           close fd-rss-media-meta-file

           exit paragraph.


       find-matching-old-item.

           move zero to ws-old-match-idx
               move 'N' to ws-item-desc-more(counter)
               move zero to ws-item-snooze-until(counter)
               move spaces to ws-item-author(counter)
               move zero to ws-item-first-read(counter)
               move zero to ws-item-first-seen(counter)
               move space to ws-item-date-flag(counter)
               move spaces to ws-item-canon-link(counter)
               move space to ws-item-held(counter)
               move spaces to ws-item-rights(counter)
               move spaces to ws-item-cmt-link(counter)
               move zero to ws-item-cmt-count(counter)
               move zero to ws-item-cmt-seen(counter)
               move spaces to ws-item-desc-full(counter)
               move spaces to ws-item-cmt-feed(counter)
               initialize ws-item-media(counter)
               move space to ws-item-media-desc-flags(counter:1)

               add 1 to counter
           end-perform
      *> ever rolls off while compliance has the feed flagged.
           move function trim(ls-feed-url) to f-rss-link
           move 'N' to ws-legal-hold-flag
           move spaces to ws-retention-category
           open input fd-rss-list-file
               read fd-rss-list-file
                   key is f-rss-link
                       continue
                   not invalid key
                       move f-rss-legal-hold to ws-legal-hold-flag
                       move f-rss-category to ws-retention-category
               end-read
           close fd-rss-list-file

                   to ws-retention-max
           end-if

      *> A category retention cap replaces maxitems for its feeds.
           if function rss-category-retention(ws-retention-category)
               > zero then
               move function rss-category-retention(
                   ws-retention-category) to ws-retention-max
           end-if

           if ws-retention-max > 0
           and ws-num-items > ws-retention-max then

