      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Follows an item's comment thread. The comment feed
      *>          URL rss-parser kept for the item (wfw:commentRss,
      *>          or an Atom rel="replies" feed link) is fetched
      *>          with the configured download command, and the
      *>          comments it carries are collected into the feed's
      *>          thread store (rss_<id>_thr.dat). Comments that
      *>          arrive after the follow are flagged new - the feed
      *>          view paints them as an indented thread under the
      *>          item until the item is opened again.
      *>          Follows are kept per feed in rss_<id>_cfl.dat and
      *>          expire once a thread has been quiet for
      *>          "follow_idle_days" (default 7), the same idle
      *>          window followed stories use. At most 100 threads
      *>          per feed are followed and 50 comments per thread
      *>          kept (oldest dropped first).
      *>          Operations:
      *>          'F' - follow the item's thread (status 1), or stop
      *>                following it when already followed (status
      *>                3); status 2 when the item has no comment
      *>                feed or the follow limit is reached;
      *>          'S' - status 1 when the item's thread is followed,
      *>                zero when not;
      *>          'P' - poll every followed thread of one feed (run
      *>                after each successful refresh);
      *>          'R' - the item was opened: its comments are no
      *>                longer new.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-comment-thread.

       environment division.

       configuration section.

       repository.
           function get-config
           function pipe-open
           function pipe-close
           function rss-epoch-minutes
           function rss-date-to-epoch-min
           function decode-html-entities
           function strip-terminal-controls
           function utf8-clean-tail.

       input-output section.
           file-control.
               copy
                "./copybooks/filecontrol/rss_comment_feed_file.cpy".
               copy "./copybooks/filecontrol/rss_thread_file.cpy".

               select optional fd-thread-follow-file
               assign to dynamic ws-thread-follow-file-name.

               select optional fd-comment-fetch-file
               assign to dynamic ws-comment-fetch-file-name
               organization is line sequential.

       data division.
       file section.
           copy
            "./copybooks/filedescriptor/fd_rss_comment_feed_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_thread_file.cpy".

           FD fd-thread-follow-file.
           01  f-thread-follow-record.
               05  f-tfl-key                 pic x(256).
               05  f-tfl-url                 pic x(256).
               05  f-tfl-followed            pic 9(10).
               05  f-tfl-active              pic 9(10).
               05  f-tfl-title               pic x(128).

           FD fd-comment-fetch-file.
           01  f-comment-fetch-line          pic x(4096).

       working-storage section.

       77  ws-rss-comment-feed-file-name     pic x(255) value spaces.
       77  ws-rss-thread-file-name           pic x(255) value spaces.
       77  ws-thread-follow-file-name        pic x(255) value spaces.
       77  ws-comment-fetch-file-name        pic x(255) value spaces.

      *> Followed threads of this feed.
       78  ws-max-thread-follows             value 100.
       01  ws-tfl-table.
           05  ws-tfl-count                  pic 9(3) value zero.
           05  ws-tfl-entry occurs 100 times.
               10  ws-tfl-key                pic x(256) value spaces.
               10  ws-tfl-url                pic x(256) value spaces.
               10  ws-tfl-followed           pic 9(10) value zero.
               10  ws-tfl-active             pic 9(10) value zero.
               10  ws-tfl-title              pic x(128) value spaces.

      *> The thread store, loaded whole while it is worked on.
      *> Entries dropped (unfollowed, expired, or past the per-
      *> thread cap) are left out when the store is written back.
       78  ws-max-thread-entries             value 2000.
       78  ws-max-thread-comments            value 50.
       01  ws-thr-table.
           05  ws-thr-count                  pic 9(4) value zero.
           05  ws-thr-entry occurs 2000 times.
               10  ws-thr-key                pic x(256) value spaces.
               10  ws-thr-id                 pic x(256) value spaces.
               10  ws-thr-epoch              pic 9(10) value zero.
               10  ws-thr-new                pic x value space.
               10  ws-thr-author             pic x(64) value spaces.
               10  ws-thr-link               pic x(256) value spaces.
               10  ws-thr-text               pic x(512) value spaces.
               10  ws-thr-keep               pic x value 'Y'.

      *> Comments found in one fetched comment feed.
       78  ws-max-fetched                    value 50.
       01  ws-fc-table.
           05  ws-fc-count                   pic 9(3) value zero.
           05  ws-fc-entry occurs 50 times.
               10  ws-fc-id                  pic x(256) value spaces.
               10  ws-fc-epoch               pic 9(10) value zero.
               10  ws-fc-author              pic x(64) value spaces.
               10  ws-fc-link                pic x(256) value spaces.
               10  ws-fc-title               pic x(256) value spaces.
               10  ws-fc-text                pic x(512) value spaces.

       77  ws-tfl-idx                        pic 9(3) value zero.
       77  ws-found-tfl-idx                  pic 9(3) value zero.
       77  ws-tfl-keep-count                 pic 9(3) value zero.
       77  ws-thr-idx                        pic 9(4) value zero.
       77  ws-thr-scan-idx                   pic 9(4) value zero.
       77  ws-thr-key-count                  pic 9(4) value zero.
       77  ws-fc-idx                         pic 9(3) value zero.

       77  ws-fetch-line                     pic x(4096) value spaces.
       77  ws-stripped-line                  pic x(1024) value spaces.
       77  ws-strip-source                   pic x(4096) value spaces.
       77  ws-strip-src-idx                  pic 9(5) value zero.
       77  ws-strip-out-idx                  pic 9(5) value zero.
       77  ws-strip-len                      pic 9(5) value zero.
       77  ws-tag-tally                      pic 9(4) value zero.
       77  ws-close-tally                    pic 9(4) value zero.
       77  ws-href-before                    pic x(512) value spaces.
       77  ws-href-after                     pic x(512) value spaces.
       77  ws-href-url                       pic x(256) value spaces.

       77  ws-download-cmd                   pic x(128) value spaces.
       77  ws-timeout-config                 pic x(32) value spaces.
       77  ws-timeout-secs                   pic 9(4) value zero.
       78  ws-download-timeout-default       value 30.
       77  ws-shell-cmd                      pic x(1024) value spaces.
       77  ws-shell-status                   pic s9(9) value zero.
       77  ws-quote-tally                    pic 9(4) value zero.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       77  ws-now-epoch                      pic 9(10) value zero.
       77  ws-idle-days                      pic 9(3) value zero.
       77  ws-idle-minutes                   pic 9(10) value zero.
       77  ws-config-val                     pic x(256) value spaces.
       78  ws-default-idle-days              value 7.

       77  ws-new-comment-count              pic 9(5) value zero.
       77  ws-poll-new-count                 pic 9(5) value zero.
       77  ws-count-disp                     pic z(4)9.

       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.
       77  ws-audit-link                     pic x(256) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       01  ws-new-flag-sw                    pic a value 'Y'.
           88  ws-arrivals-are-new           value 'Y'.
           88  ws-arrivals-are-seen          value 'N'.

       01  ws-in-comment-sw                  pic a value 'N'.
           88  ws-in-comment                 value 'Y'.
           88  ws-not-in-comment             value 'N'.

       01  ws-in-text-sw                     pic a value 'N'.
           88  ws-in-text                    value 'Y'.
           88  ws-not-in-text                value 'N'.

       01  ws-in-tag-sw                      pic a value 'N'.
           88  ws-in-tag                     value 'Y'.
           88  ws-not-in-tag                 value 'N'.

       01  ws-follows-changed-sw             pic a value 'N'.
           88  ws-follows-changed            value 'Y'.
           88  ws-follows-unchanged          value 'N'.

       01  ws-thread-changed-sw              pic a value 'N'.
           88  ws-thread-changed             value 'Y'.
           88  ws-thread-unchanged           value 'N'.

       01  ws-known-sw                       pic a value 'N'.
           88  ws-comment-known              value 'Y'.
           88  ws-comment-not-known          value 'N'.

       01  ws-fetch-sw                       pic a value 'N'.
           88  ws-fetch-ok                   value 'Y'.
           88  ws-fetch-failed               value 'N'.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-thread-op                       pic x.
           88  l-thread-follow               value 'F'.
           88  l-thread-status-check         value 'S'.
           88  l-thread-poll                 value 'P'.
           88  l-thread-seen                 value 'R'.

      *> The item's guid (its link when it has no guid).
       01  l-thread-key                      pic x(256).
       01  l-thread-title                    pic x(128).
       01  l-thread-dat-file                 pic x(128).

       01  l-thread-status                   pic 9.
           88  l-thread-not-followed         value 0.
           88  l-thread-ok                   value 1.
           88  l-thread-failed               value 2.
           88  l-thread-stopped              value 3.

       procedure division using
           l-thread-op, l-thread-key, l-thread-title,
           l-thread-dat-file, l-thread-status.

       main-procedure.

           set l-thread-not-followed to true

           if l-thread-dat-file = spaces then
               if l-thread-follow then
                   set l-thread-failed to true
               end-if
               goback
           end-if

      *> Every store sits next to the feed's content file.
           move function substitute(
               function trim(l-thread-dat-file),
               ".dat", "_cmf.dat")
               to ws-rss-comment-feed-file-name
           move function substitute(
               function trim(l-thread-dat-file),
               ".dat", "_thr.dat")
               to ws-rss-thread-file-name
           move function substitute(
               function trim(l-thread-dat-file),
               ".dat", "_cfl.dat")
               to ws-thread-follow-file-name
           move function substitute(
               function trim(l-thread-dat-file),
               ".dat", "_cmt.tmp")
               to ws-comment-fetch-file-name

           move function rss-epoch-minutes to ws-now-epoch
           set ws-follows-unchanged to true
           set ws-thread-unchanged to true

           perform load-thread-follows

           evaluate true
               when l-thread-status-check
                   perform find-thread-follow
                   if ws-found-tfl-idx > zero then
                       set l-thread-ok to true
                   end-if

               when l-thread-follow
                   perform load-thread-store
                   perform toggle-thread-follow

               when l-thread-poll
      *> Nothing followed on this feed - a refresh pays for one
      *> empty read.
                   if ws-tfl-count = zero then
                       goback
                   end-if
                   perform load-thread-store
                   perform load-idle-days
                   perform expire-idle-threads
                   perform poll-followed-threads

               when l-thread-seen
                   perform load-thread-store
                   perform mark-thread-seen
           end-evaluate

           if ws-follows-changed then
               perform save-thread-follows
           end-if
           if ws-thread-changed then
               perform save-thread-store
           end-if

           goback.


       toggle-thread-follow.

           perform find-thread-follow

           if ws-found-tfl-idx > zero then
               perform stop-following-thread
               exit paragraph
           end-if

           if ws-tfl-count >= ws-max-thread-follows then
               call "logger" using function concatenate(
                   "Already following 100 comment threads on this ",
                   "feed - not following: ",
                   function trim(l-thread-title))
               end-call
               set l-thread-failed to true
               exit paragraph
           end-if

           perform find-comment-feed-url
           if ws-href-url = spaces then
               call "logger" using function concatenate(
                   "No comment feed on file for: ",
                   function trim(l-thread-title))
               end-call
               set l-thread-failed to true
               exit paragraph
           end-if

           add 1 to ws-tfl-count
           move ws-tfl-count to ws-found-tfl-idx
           initialize ws-tfl-entry(ws-found-tfl-idx)
           move l-thread-key to ws-tfl-key(ws-found-tfl-idx)
           move ws-href-url to ws-tfl-url(ws-found-tfl-idx)
           move ws-now-epoch to ws-tfl-followed(ws-found-tfl-idx)
           move ws-now-epoch to ws-tfl-active(ws-found-tfl-idx)
           move l-thread-title to ws-tfl-title(ws-found-tfl-idx)
           set ws-follows-changed to true
           set l-thread-ok to true

      *> What is already posted is the thread as found - only what
      *> arrives from here on counts as new.
           set ws-arrivals-are-seen to true
           move ws-found-tfl-idx to ws-tfl-idx
           perform poll-one-thread

           move "FOLLOW-THREAD" to ws-audit-op
           move ws-tfl-url(ws-found-tfl-idx) to ws-audit-link
           move ws-poll-new-count to ws-count-disp
           move function concatenate(
               function trim(l-thread-title), " (",
               function trim(ws-count-disp), " comment(s))")
               to ws-audit-detail
           perform write-thread-audit

           call "logger" using function concatenate(
               "Following comment thread: ",
               function trim(l-thread-title), " - ",
               function trim(ws-count-disp), " comment(s) so far.")
           end-call

           exit paragraph.


       stop-following-thread.

           move "UNFOLLOW-THREAD" to ws-audit-op
           move ws-tfl-url(ws-found-tfl-idx) to ws-audit-link
           move ws-tfl-title(ws-found-tfl-idx) to ws-audit-detail
           perform write-thread-audit

           call "logger" using function concatenate(
               "Stopped following comment thread: ",
               function trim(l-thread-title))
           end-call

           move l-thread-key to ws-href-url
           perform drop-thread-entries

           perform varying ws-tfl-idx from ws-found-tfl-idx by 1
               until ws-tfl-idx >= ws-tfl-count
               move ws-tfl-entry(ws-tfl-idx + 1)
                   to ws-tfl-entry(ws-tfl-idx)
           end-perform
           subtract 1 from ws-tfl-count
           set ws-follows-changed to true
           set l-thread-stopped to true

           exit paragraph.


       find-thread-follow.

           move zero to ws-found-tfl-idx
           perform varying ws-tfl-idx from 1 by 1
               until ws-tfl-idx > ws-tfl-count
               or ws-found-tfl-idx > zero
               if ws-tfl-key(ws-tfl-idx) = l-thread-key then
                   move ws-tfl-idx to ws-found-tfl-idx
               end-if
           end-perform

           exit paragraph.


       find-comment-feed-url.

      *> The parser's comment-feed store, keyed like the follow.
           move spaces to ws-href-url
           set ws-not-eof to true

           open input fd-rss-comment-feed-file
               perform until ws-eof
                   read fd-rss-comment-feed-file
                       at end set ws-eof to true
                   not at end
                       if f-cmf-key = l-thread-key then
                           move f-cmf-url to ws-href-url
                           set ws-eof to true
                       end-if
                   end-read
               end-perform
           close fd-rss-comment-feed-file

           exit paragraph.


       expire-idle-threads.

           compute ws-idle-minutes = ws-idle-days * 1440

           move zero to ws-tfl-keep-count
           perform varying ws-tfl-idx from 1 by 1
               until ws-tfl-idx > ws-tfl-count

               if ws-tfl-active(ws-tfl-idx) + ws-idle-minutes
               < ws-now-epoch then
                   move ws-idle-days to ws-count-disp
                   call "logger" using function concatenate(
                       "Comment thread quiet for ",
                       function trim(ws-count-disp),
                       " day(s) - no longer followed: ",
                       function trim(ws-tfl-title(ws-tfl-idx)))
                   end-call
                   move ws-tfl-key(ws-tfl-idx) to ws-href-url
                   perform drop-thread-entries
                   set ws-follows-changed to true
               else
                   add 1 to ws-tfl-keep-count
                   if ws-tfl-keep-count not = ws-tfl-idx then
                       move ws-tfl-entry(ws-tfl-idx)
                           to ws-tfl-entry(ws-tfl-keep-count)
                   end-if
               end-if

           end-perform
           move ws-tfl-keep-count to ws-tfl-count

           exit paragraph.


       drop-thread-entries.

      *> ws-href-url carries the key whose comments go.
           perform varying ws-thr-idx from 1 by 1
               until ws-thr-idx > ws-thr-count
               if ws-thr-key(ws-thr-idx) = ws-href-url
               and ws-thr-keep(ws-thr-idx) = 'Y' then
                   move 'N' to ws-thr-keep(ws-thr-idx)
                   set ws-thread-changed to true
               end-if
           end-perform

           exit paragraph.


       poll-followed-threads.

           set ws-arrivals-are-new to true
           move zero to ws-new-comment-count

           perform varying ws-tfl-idx from 1 by 1
               until ws-tfl-idx > ws-tfl-count
               perform poll-one-thread
               add ws-poll-new-count to ws-new-comment-count
           end-perform

           if ws-new-comment-count > zero then
               move ws-new-comment-count to ws-count-disp
               call "logger" using function concatenate(
                   "Followed comment threads: ",
                   function trim(ws-count-disp),
                   " new comment(s) for: ",
                   function trim(l-thread-dat-file))
               end-call
           end-if

           exit paragraph.


       poll-one-thread.

           move zero to ws-poll-new-count

           perform fetch-comment-feed
           if ws-fetch-failed then
               exit paragraph
           end-if

           perform parse-comment-feed

           perform varying ws-fc-idx from 1 by 1
               until ws-fc-idx > ws-fc-count
               perform check-comment-known
               if ws-comment-not-known then
                   perform add-thread-comment
               end-if
           end-perform

           if ws-poll-new-count > zero and ws-arrivals-are-new then
               move ws-now-epoch to ws-tfl-active(ws-tfl-idx)
               set ws-follows-changed to true
           end-if

           exit paragraph.


       fetch-comment-feed.

           set ws-fetch-failed to true

           move function get-config("down_cmd") to ws-download-cmd
           if ws-download-cmd = "NOT-SET"
           or ws-download-cmd = spaces then
               call "logger" using function concatenate(
                   "Comment thread: no download command configured. ",
                   "Run auto-configure first.")
               end-call
               exit paragraph
           end-if

      *> The URL came from feed content - only plain http(s) URLs
      *> with nothing that could break out of the quoting go near
      *> the shell.
           move zero to ws-quote-tally
           inspect ws-tfl-url(ws-tfl-idx) tallying ws-quote-tally
               for all "'" all "`" all "$" all x"0a" all x"0d"
           if ws-quote-tally > zero
           or (ws-tfl-url(ws-tfl-idx)(1:7) not = "http://"
               and ws-tfl-url(ws-tfl-idx)(1:8) not = "https://")
           then
               call "logger" using function concatenate(
                   "Comment thread: refusing unsafe comment feed ",
                   "URL for: ", function trim(
                       ws-tfl-title(ws-tfl-idx)))
               end-call
               exit paragraph
           end-if

           move function get-config("download_timeout")
               to ws-timeout-config
           if ws-timeout-config = "NOT-SET"
           or function trim(ws-timeout-config) is not numeric then
               move ws-download-timeout-default to ws-timeout-secs
           else
               move function numval(ws-timeout-config)
                   to ws-timeout-secs
           end-if
           if ws-timeout-secs < 1 then
               move ws-download-timeout-default to ws-timeout-secs
           end-if

           move function concatenate(
               "timeout ", function trim(ws-timeout-secs), space,
               function trim(ws-download-cmd), space,
               function trim(ws-comment-fetch-file-name), " '",
               function trim(ws-tfl-url(ws-tfl-idx)), "'")
               to ws-shell-cmd

           call "logger" using function concatenate(
               "Fetching comment feed: ", function trim(ws-shell-cmd))
           end-call

           move pipe-open(ws-shell-cmd, "r") to ws-pipe-record
           if ws-pipe-return = 255 then
               call "logger" using
                   "Comment thread: unable to open download pipe."
               end-call
               exit paragraph
           end-if
           move pipe-close(ws-pipe-record) to ws-shell-status

           if ws-shell-status not = zero then
               call "logger" using function concatenate(
                   "Comment thread: download failed with status ",
                   ws-shell-status, " for: ",
                   function trim(ws-tfl-url(ws-tfl-idx)))
               end-call
               exit paragraph
           end-if

           set ws-fetch-ok to true

           exit paragraph.


       parse-comment-feed.

      *> Line-at-a-time like rss-parser: each <item>/<entry> is one
      *> comment - its id, byline, date, link and the first 512
      *> characters of its text.
           move zero to ws-fc-count
           set ws-not-in-comment to true
           set ws-not-in-text to true
           set ws-not-eof to true

           open input fd-comment-fetch-file
               perform until ws-eof
                   read fd-comment-fetch-file into ws-fetch-line
                       at end set ws-eof to true
                   not at end
                       perform parse-comment-line
                   end-read
               end-perform
           close fd-comment-fetch-file

           move function concatenate(
               "rm -f ", function trim(ws-comment-fetch-file-name))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

      *> A comment with no id of its own is known by its link; its
      *> title stands in for missing text.
           perform varying ws-fc-idx from 1 by 1
               until ws-fc-idx > ws-fc-count
               if ws-fc-id(ws-fc-idx) = spaces then
                   move ws-fc-link(ws-fc-idx) to ws-fc-id(ws-fc-idx)
               end-if
               if ws-fc-id(ws-fc-idx) = spaces then
                   move ws-fc-text(ws-fc-idx)(1:256)
                       to ws-fc-id(ws-fc-idx)
               end-if
               if ws-fc-text(ws-fc-idx) = spaces then
                   move ws-fc-title(ws-fc-idx) to ws-fc-text(ws-fc-idx)
               end-if
               if ws-fc-epoch(ws-fc-idx) = zero then
                   move ws-now-epoch to ws-fc-epoch(ws-fc-idx)
               end-if
           end-perform

           exit paragraph.


       parse-comment-line.

           move zero to ws-tag-tally
           inspect ws-fetch-line tallying ws-tag-tally
               for all "<item>" "<item " "<entry>" "<entry "
           if ws-tag-tally > zero then
               set ws-not-in-text to true
               if ws-fc-count < ws-max-fetched then
                   add 1 to ws-fc-count
                   initialize ws-fc-entry(ws-fc-count)
                   set ws-in-comment to true
               else
                   set ws-not-in-comment to true
               end-if
           end-if

           if ws-not-in-comment then
               exit paragraph
           end-if

      *> Byline: rss <dc:creator> / <author>, or the <name> inside
      *> an Atom <author> block.
           move zero to ws-tag-tally
           inspect ws-fetch-line tallying ws-tag-tally
               for all "<dc:creator" "<author>" "<name>"
           if ws-tag-tally > zero
           and ws-fc-author(ws-fc-count) = spaces then
               perform strip-fetch-line
               move ws-stripped-line to ws-fc-author(ws-fc-count)
           end-if

           move zero to ws-tag-tally
           inspect ws-fetch-line tallying ws-tag-tally
               for all "<guid" "<id>"
           if ws-tag-tally > zero then
               perform strip-fetch-line
               move ws-stripped-line to ws-fc-id(ws-fc-count)
           end-if

           move zero to ws-tag-tally
           inspect ws-fetch-line tallying ws-tag-tally
               for all "<title"
           if ws-tag-tally > zero then
               perform strip-fetch-line
               move ws-stripped-line to ws-fc-title(ws-fc-count)
           end-if

           move zero to ws-tag-tally
           inspect ws-fetch-line tallying ws-tag-tally
               for all "<link>"
           if ws-tag-tally > zero then
               perform strip-fetch-line
               move ws-stripped-line to ws-fc-link(ws-fc-count)
           else
               move zero to ws-tag-tally
               inspect ws-fetch-line tallying ws-tag-tally
                   for all "<link "
               if ws-tag-tally > zero
               and ws-fc-link(ws-fc-count) = spaces then
                   move spaces to ws-href-before ws-href-after
                   move spaces to ws-href-url
                   unstring ws-fetch-line delimited by 'href="'
                       into ws-href-before ws-href-after
                   end-unstring
                   unstring ws-href-after delimited by '"'
                       into ws-href-url
                   end-unstring
                   move function strip-terminal-controls(
                       ws-href-url, 'N')
                       to ws-fc-link(ws-fc-count)
               end-if
           end-if

           move zero to ws-tag-tally
           inspect ws-fetch-line tallying ws-tag-tally
               for all "<pubDate>" "<published>" "<updated>"
                       "<dc:date>"
           if ws-tag-tally > zero
           and ws-fc-epoch(ws-fc-count) = zero then
               perform strip-fetch-line
               move function rss-date-to-epoch-min(
                   ws-stripped-line(1:128))
                   to ws-fc-epoch(ws-fc-count)
           end-if

      *> Text: the description (or content/summary) - possibly over
      *> several lines; only the first body element is taken.
           move zero to ws-tag-tally
           inspect ws-fetch-line tallying ws-tag-tally
               for all "<description" "<content" "<summary"
           if ws-tag-tally > zero
           and ws-fc-text(ws-fc-count) = spaces then
               set ws-in-text to true
           end-if

           if ws-in-text then
               perform strip-fetch-line
               if ws-stripped-line not = spaces then
                   if ws-fc-text(ws-fc-count) = spaces then
                       move ws-stripped-line
                           to ws-fc-text(ws-fc-count)
                   else
                       move function concatenate(
                           function trim(ws-fc-text(ws-fc-count)),
                           space, function trim(ws-stripped-line))
                           to ws-fc-text(ws-fc-count)
                   end-if
               end-if

               move zero to ws-close-tally
               inspect ws-fetch-line tallying ws-close-tally
                   for all "</description>" "</content" "</summary>"
               if ws-close-tally > zero then
                   set ws-not-in-text to true
               end-if
           end-if

           move zero to ws-tag-tally
           inspect ws-fetch-line tallying ws-tag-tally
               for all "</item>" "</entry>"
           if ws-tag-tally > zero then
               set ws-not-in-comment to true
               set ws-not-in-text to true
               move function utf8-clean-tail(ws-fc-text(ws-fc-count))
                   to ws-fc-text(ws-fc-count)
               move function utf8-clean-tail(
                   ws-fc-author(ws-fc-count))
                   to ws-fc-author(ws-fc-count)
           end-if

           exit paragraph.


       strip-fetch-line.

      *> CDATA wrappers go, entities are decoded (escaped markup
      *> becomes real markup), then every <...> tag is dropped.
      *> Feed text is untrusted - no control bytes survive.
           move function substitute(ws-fetch-line,
               "<![CDATA[", space,
               "]]>", space)
               to ws-strip-source
           move function decode-html-entities(ws-strip-source)
               to ws-strip-source

           move spaces to ws-stripped-line
           move zero to ws-strip-out-idx
           set ws-not-in-tag to true
           move function length(function trim(ws-strip-source,
               trailing)) to ws-strip-len

           perform varying ws-strip-src-idx from 1 by 1
               until ws-strip-src-idx > ws-strip-len
               or ws-strip-out-idx >= length of ws-stripped-line

               evaluate true
                   when ws-strip-source(ws-strip-src-idx:1) = "<"
                       set ws-in-tag to true
                   when ws-strip-source(ws-strip-src-idx:1) = ">"
                   and ws-in-tag
                       set ws-not-in-tag to true
                       add 1 to ws-strip-out-idx
                       move space
                           to ws-stripped-line(ws-strip-out-idx:1)
                   when ws-in-tag
                       continue
                   when other
                       add 1 to ws-strip-out-idx
                       move ws-strip-source(ws-strip-src-idx:1)
                           to ws-stripped-line(ws-strip-out-idx:1)
               end-evaluate

           end-perform

           move function strip-terminal-controls(
               ws-stripped-line, 'N')
               to ws-stripped-line
           move function trim(ws-stripped-line) to ws-stripped-line

           exit paragraph.


       check-comment-known.

           set ws-comment-not-known to true
           perform varying ws-thr-scan-idx from 1 by 1
               until ws-thr-scan-idx > ws-thr-count
               or ws-comment-known
               if ws-thr-key(ws-thr-scan-idx)
                   = ws-tfl-key(ws-tfl-idx)
               and ws-thr-id(ws-thr-scan-idx)
                   = ws-fc-id(ws-fc-idx) then
                   set ws-comment-known to true
               end-if
           end-perform

           exit paragraph.


       add-thread-comment.

           if ws-thr-count >= ws-max-thread-entries then
               call "logger" using function concatenate(
                   "Comment thread store full - comment not kept ",
                   "for: ", function trim(ws-tfl-title(ws-tfl-idx)))
               end-call
               exit paragraph
           end-if

      *> A thread holds its latest 50 comments - the oldest kept one
      *> makes room.
           move zero to ws-thr-key-count
           move zero to ws-thr-idx
           perform varying ws-thr-scan-idx from 1 by 1
               until ws-thr-scan-idx > ws-thr-count
               if ws-thr-key(ws-thr-scan-idx) = ws-tfl-key(ws-tfl-idx)
               and ws-thr-keep(ws-thr-scan-idx) = 'Y' then
                   add 1 to ws-thr-key-count
                   if ws-thr-idx = zero then
                       move ws-thr-scan-idx to ws-thr-idx
                   end-if
               end-if
           end-perform

           if ws-thr-key-count >= ws-max-thread-comments
           and ws-thr-idx > zero then
               move 'N' to ws-thr-keep(ws-thr-idx)
           end-if

           add 1 to ws-thr-count
           initialize ws-thr-entry(ws-thr-count)
           move ws-tfl-key(ws-tfl-idx) to ws-thr-key(ws-thr-count)
           move ws-fc-id(ws-fc-idx) to ws-thr-id(ws-thr-count)
           move ws-fc-epoch(ws-fc-idx) to ws-thr-epoch(ws-thr-count)
           move ws-fc-author(ws-fc-idx) to ws-thr-author(ws-thr-count)
           move ws-fc-link(ws-fc-idx) to ws-thr-link(ws-thr-count)
           move ws-fc-text(ws-fc-idx) to ws-thr-text(ws-thr-count)
           move 'Y' to ws-thr-keep(ws-thr-count)
           if ws-arrivals-are-new then
               move 'Y' to ws-thr-new(ws-thr-count)
           else
               move 'N' to ws-thr-new(ws-thr-count)
           end-if

           add 1 to ws-poll-new-count
           set ws-thread-changed to true

           exit paragraph.


       mark-thread-seen.

           perform varying ws-thr-idx from 1 by 1
               until ws-thr-idx > ws-thr-count
               if ws-thr-key(ws-thr-idx) = l-thread-key
               and ws-thr-new(ws-thr-idx) = 'Y' then
                   move 'N' to ws-thr-new(ws-thr-idx)
                   set ws-thread-changed to true
               end-if
           end-perform

           exit paragraph.


       load-idle-days.

           move ws-default-idle-days to ws-idle-days

           move function get-config("follow_idle_days")
               to ws-config-val
           if ws-config-val not = "NOT-SET"
           and function trim(ws-config-val) is numeric
           and function numval(ws-config-val) > zero
           and function numval(ws-config-val) < 1000 then
               move function numval(ws-config-val) to ws-idle-days
           end-if

           exit paragraph.


       load-thread-follows.

           move zero to ws-tfl-count
           set ws-not-eof to true

           open input fd-thread-follow-file
               perform until ws-eof
                   or ws-tfl-count >= ws-max-thread-follows
                   read fd-thread-follow-file
                       at end set ws-eof to true
                   not at end
                       add 1 to ws-tfl-count
                       move f-tfl-key to ws-tfl-key(ws-tfl-count)
                       move f-tfl-url to ws-tfl-url(ws-tfl-count)
                       move f-tfl-followed
                           to ws-tfl-followed(ws-tfl-count)
                       move f-tfl-active
                           to ws-tfl-active(ws-tfl-count)
                       move f-tfl-title to ws-tfl-title(ws-tfl-count)
                   end-read
               end-perform
           close fd-thread-follow-file

           exit paragraph.


       save-thread-follows.

           open output fd-thread-follow-file
               perform varying ws-tfl-idx from 1 by 1
                   until ws-tfl-idx > ws-tfl-count
                   move ws-tfl-key(ws-tfl-idx) to f-tfl-key
                   move ws-tfl-url(ws-tfl-idx) to f-tfl-url
                   move ws-tfl-followed(ws-tfl-idx) to f-tfl-followed
                   move ws-tfl-active(ws-tfl-idx) to f-tfl-active
                   move ws-tfl-title(ws-tfl-idx) to f-tfl-title
                   write f-thread-follow-record
                   end-write
               end-perform
           close fd-thread-follow-file

           exit paragraph.


       load-thread-store.

           move zero to ws-thr-count
           set ws-not-eof to true

           open input fd-rss-thread-file
               perform until ws-eof
                   or ws-thr-count >= ws-max-thread-entries
                   read fd-rss-thread-file
                       at end set ws-eof to true
                   not at end
                       add 1 to ws-thr-count
                       move f-thr-key to ws-thr-key(ws-thr-count)
                       move f-thr-id to ws-thr-id(ws-thr-count)
                       move f-thr-epoch to ws-thr-epoch(ws-thr-count)
                       move f-thr-new to ws-thr-new(ws-thr-count)
                       move f-thr-author
                           to ws-thr-author(ws-thr-count)
                       move f-thr-link to ws-thr-link(ws-thr-count)
                       move f-thr-text to ws-thr-text(ws-thr-count)
                       move 'Y' to ws-thr-keep(ws-thr-count)
                   end-read
               end-perform
           close fd-rss-thread-file

           exit paragraph.


       save-thread-store.

           open output fd-rss-thread-file
               perform varying ws-thr-idx from 1 by 1
                   until ws-thr-idx > ws-thr-count
                   if ws-thr-keep(ws-thr-idx) = 'Y' then
                       move ws-thr-key(ws-thr-idx) to f-thr-key
                       move ws-thr-id(ws-thr-idx) to f-thr-id
                       move ws-thr-epoch(ws-thr-idx) to f-thr-epoch
                       move ws-thr-new(ws-thr-idx) to f-thr-new
                       move ws-thr-author(ws-thr-idx) to f-thr-author
                       move ws-thr-link(ws-thr-idx) to f-thr-link
                       move ws-thr-text(ws-thr-idx) to f-thr-text
                       write f-thread-record
                       end-write
                   end-if
               end-perform
           close fd-rss-thread-file

           exit paragraph.


       write-thread-audit.

           move zero to ws-audit-feed-id
           call "rss-audit" using
               ws-audit-op ws-audit-feed-id ws-audit-link
               ws-audit-detail
           end-call

           exit paragraph.

       end program rss-comment-thread.
