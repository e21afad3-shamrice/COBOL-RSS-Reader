      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Follows a story cluster - the opposite of
      *>          rss-cluster-mute, for developing incidents. A story
      *>          is followed from any one of its copies in the item
      *>          viewer and matched by the same keys rss-cluster-
      *>          scan links clusters by (link, guid, or normalized
      *>          title). Whenever a refresh or a cluster scan turns
      *>          up a copy in a feed the follow has not seen it in
      *>          before, a watchlist-style alert is raised (shared
      *>          and registered with rss-alert-register) and the
      *>          new copy is pinned to the top of the timeline.
      *>          feeds/followed.dat, one line per followed story:
      *>          link|guid|TITLE|followed|last activity|feed ids
      *>          feeds/follow_pins.dat, one line per pinned copy:
      *>          feed id|guid (or title)|pinned
      *>          A follow with no new coverage for "follow_idle_days"
      *>          (default 7) expires on its own, and so do its pins.
      *>          Operations:
      *>          'F' - follow the story, or stop following it when
      *>                it is already followed (status 3);
      *>          'P' - check one just-saved feed for new copies;
      *>          'S' - check every feed (end of a cluster scan).
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-cluster-follow.

       environment division.

       configuration section.

       repository.
           function get-config
           function rss-epoch-minutes
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".

               select optional fd-rss-content-file
               assign to dynamic ws-rss-content-file-name
               status is ws-content-file-status.

               select optional fd-followed-file
               assign to dynamic ws-followed-file-name
               organization is line sequential.

               select optional fd-pin-file
               assign to dynamic ws-pin-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".

           FD fd-followed-file.
           01  f-followed-line-raw            pic x(1000).

           FD fd-pin-file.
           01  f-pin-line-raw                 pic x(400).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-record.cpy".
       copy "./copybooks/wsrecord/ws-alert-record.cpy".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-rss-content-file-name          pic x(256) value spaces.
       77  ws-followed-file-name             pic x(256) value spaces.
       77  ws-pin-file-name                  pic x(256) value spaces.
       77  ws-content-file-status            pic 99 value zero.

      *> Followed stories. Each remembers which feeds it has
      *> already been seen in - a copy in any other feed is new
      *> coverage. A follow that has collected 50 feeds stops
      *> recording more (and keeps alerting on the rest).
       78  ws-max-follows                    value 100.
       78  ws-max-follow-feeds               value 50.
       01  ws-follow-table.
           05  ws-follow-count               pic 9(3) value zero.
           05  ws-follow-entry occurs 100 times.
               10  ws-fl-link                pic x(256) value spaces.
               10  ws-fl-guid                pic x(256) value spaces.
               10  ws-fl-title               pic x(128) value spaces.
               10  ws-fl-followed            pic 9(10) value zero.
               10  ws-fl-active              pic 9(10) value zero.
               10  ws-fl-feed-count          pic 9(2) value zero.
               10  ws-fl-feed-id             pic 9(5) value zero
                                             occurs 50 times.

      *> Copies pinned to the top of the timeline.
       78  ws-max-pins                       value 200.
       01  ws-pin-table.
           05  ws-pin-count                  pic 9(3) value zero.
           05  ws-pin-entry occurs 200 times.
               10  ws-pin-feed-id            pic 9(5) value zero.
               10  ws-pin-key                pic x(256) value spaces.
               10  ws-pin-epoch              pic 9(10) value zero.

       77  ws-follow-idx                     pic 9(3) value zero.
       77  ws-follow-keep-count              pic 9(3) value zero.
       77  ws-found-follow-idx               pic 9(3) value zero.
       77  ws-known-idx                      pic 9(2) value zero.
       77  ws-pin-idx                        pic 9(3) value zero.
       77  ws-pin-keep-count                 pic 9(3) value zero.
       77  ws-rss-idx                        pic 9(5) value zero.
       77  ws-item-idx                       pic 9(6) value zero.
       77  ws-match-item-idx                 pic 9(6) value zero.

       77  ws-follow-line                    pic x(1000) value spaces.
       77  ws-pin-line                       pic x(400) value spaces.
       77  ws-field-followed                 pic x(12) value spaces.
       77  ws-field-active                   pic x(12) value spaces.
       77  ws-field-feeds                    pic x(400) value spaces.
       77  ws-field-feed-id                  pic x(8) value spaces.
       77  ws-field-epoch                    pic x(12) value spaces.
       77  ws-feeds-pointer                  pic 9(3) value zero.
       77  ws-feeds-text                     pic x(400) value spaces.

       77  ws-follow-title-upper             pic x(128) value spaces.
       77  ws-pin-new-key                    pic x(256) value spaces.
       77  ws-share-link                     pic x(256) value spaces.

       77  ws-now-epoch                      pic 9(10) value zero.
       77  ws-idle-days                      pic 9(3) value zero.
       77  ws-idle-minutes                   pic 9(10) value zero.
       77  ws-config-val                     pic x(256) value spaces.
       78  ws-default-idle-days              value 7.

       77  ws-new-copies                     pic 9(5) value zero.
       77  ws-count-disp                     pic z(4)9.

       77  ws-alert-op                       pic x value space.
       77  ws-alert-status                   pic 9 value zero.

       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-link                     pic x(256) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.

       01  ws-follows-changed-sw             pic a value 'N'.
           88  ws-follows-changed            value 'Y'.
           88  ws-follows-unchanged          value 'N'.

       01  ws-pins-changed-sw                pic a value 'N'.
           88  ws-pins-changed               value 'Y'.
           88  ws-pins-unchanged             value 'N'.

       01  ws-item-matches-sw                pic a value 'N'.
           88  ws-item-matches               value 'Y'.
           88  ws-item-no-match              value 'N'.

       01  ws-feed-known-sw                  pic a value 'N'.
           88  ws-feed-known                 value 'Y'.
           88  ws-feed-not-known             value 'N'.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-follow-op                       pic x.
           88  l-follow-story                value 'F'.
           88  l-follow-check-feed           value 'P'.
           88  l-follow-check-all            value 'S'.

       01  l-follow-link                     pic x(256).
       01  l-follow-guid                     pic x(256).
       01  l-follow-title                    pic x(128).
       01  l-follow-dat-file                 pic x(128).

       01  l-follow-status                   pic 9.
           88  l-follow-ok                   value 1.
           88  l-follow-failed               value 2.
           88  l-follow-stopped              value 3.

       procedure division using
           l-follow-op, l-follow-link, l-follow-guid, l-follow-title,
           l-follow-dat-file, l-follow-status.

       main-procedure.

           set l-follow-ok to true

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name
           move function resolve-data-path("feeds/followed.dat")
               to ws-followed-file-name
           move function resolve-data-path("feeds/follow_pins.dat")
               to ws-pin-file-name

           move function rss-epoch-minutes to ws-now-epoch
           set ws-follows-unchanged to true
           set ws-pins-unchanged to true

           perform load-follows

      *> Nothing followed - a refresh pays for one empty read.
           if ws-follow-count = zero and not l-follow-story then
               goback
           end-if

           perform load-idle-days
           perform load-pins
           perform expire-idle-follows

           evaluate true
               when l-follow-story
                   perform toggle-follow
               when l-follow-check-feed
                   move function trim(l-follow-dat-file)
                       to ws-rss-content-file-name
                   perform check-feed-for-follows
               when l-follow-check-all
                   perform check-all-feeds
           end-evaluate

           if ws-follows-changed then
               perform save-follows
           end-if
           if ws-pins-changed then
               perform save-pins
           end-if

           goback.


       toggle-follow.

           move function upper-case(function trim(l-follow-title))
               to ws-follow-title-upper

           move zero to ws-found-follow-idx
           perform varying ws-follow-idx from 1 by 1
               until ws-follow-idx > ws-follow-count
               or ws-found-follow-idx > zero
               if ws-fl-link(ws-follow-idx) = l-follow-link
               and ws-fl-guid(ws-follow-idx) = l-follow-guid
               and ws-fl-title(ws-follow-idx) = ws-follow-title-upper
               then
                   move ws-follow-idx to ws-found-follow-idx
               end-if
           end-perform

           if ws-found-follow-idx > zero then
               perform stop-following-story
               exit paragraph
           end-if

           if ws-follow-count >= ws-max-follows then
               call "logger" using function concatenate(
                   "Already following 100 stories - not following: ",
                   function trim(l-follow-title))
               end-call
               set l-follow-failed to true
               exit paragraph
           end-if

           add 1 to ws-follow-count
           move ws-follow-count to ws-found-follow-idx
           initialize ws-follow-entry(ws-found-follow-idx)
           move l-follow-link to ws-fl-link(ws-found-follow-idx)
           move l-follow-guid to ws-fl-guid(ws-found-follow-idx)
           move ws-follow-title-upper
               to ws-fl-title(ws-found-follow-idx)
           move ws-now-epoch to ws-fl-followed(ws-found-follow-idx)
           move ws-now-epoch to ws-fl-active(ws-found-follow-idx)
           set ws-follows-changed to true

      *> Every feed already carrying the story is known coverage,
      *> not news - seed the follow with them.
           perform seed-follow-feeds

           move "FOLLOW-STORY" to ws-audit-op
           move l-follow-link to ws-audit-link
           move ws-fl-feed-count(ws-found-follow-idx) to ws-count-disp
           move function concatenate(
               function trim(l-follow-title), " (",
               function trim(ws-count-disp), " feed(s))")
               to ws-audit-detail
           perform write-follow-audit

           call "logger" using function concatenate(
               "Following story cluster: ",
               function trim(l-follow-title), " - already in ",
               function trim(ws-count-disp), " feed(s).")
           end-call

           exit paragraph.


       stop-following-story.

           move ws-fl-title(ws-found-follow-idx) to ws-audit-detail
           move l-follow-link to ws-audit-link
           move "UNFOLLOW-STORY" to ws-audit-op
           perform write-follow-audit

           call "logger" using function concatenate(
               "Stopped following story cluster: ",
               function trim(l-follow-title))
           end-call

           perform varying ws-follow-idx from ws-found-follow-idx
               by 1 until ws-follow-idx >= ws-follow-count
               move ws-follow-entry(ws-follow-idx + 1)
                   to ws-follow-entry(ws-follow-idx)
           end-perform
           subtract 1 from ws-follow-count
           set ws-follows-changed to true
           set l-follow-stopped to true

           exit paragraph.


       seed-follow-feeds.

           perform load-highest-rss-record
           if ws-last-id-record is zeros then
               exit paragraph
           end-if

           move ws-found-follow-idx to ws-follow-idx

           open input fd-rss-list-file
               perform varying ws-rss-idx from 1 by 1
                   until ws-rss-idx > ws-last-id-record

                   move ws-rss-idx to f-rss-feed-id
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-feed-id
                       invalid key
                           continue
                       not invalid key
                           move function trim(ws-rss-dat-file-name)
                               to ws-rss-content-file-name
                           perform load-feed-content
                           perform find-follow-match-in-feed
                           if ws-match-item-idx > zero then
                               perform remember-follow-feed
                           end-if
                   end-read

               end-perform
           close fd-rss-list-file

           exit paragraph.


       check-all-feeds.

           perform load-highest-rss-record
           if ws-last-id-record is zeros then
               exit paragraph
           end-if

           open input fd-rss-list-file
               perform varying ws-rss-idx from 1 by 1
                   until ws-rss-idx > ws-last-id-record

                   move ws-rss-idx to f-rss-feed-id
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-feed-id
                       invalid key
                           continue
                       not invalid key
                           move function trim(ws-rss-dat-file-name)
                               to ws-rss-content-file-name
                           perform check-feed-for-follows
                   end-read

               end-perform
           close fd-rss-list-file

           if ws-new-copies > zero then
               move ws-new-copies to ws-count-disp
               call "logger" using function concatenate(
                   "Followed stories: ", function trim(ws-count-disp),
                   " new cop(ies) found.")
               end-call
           end-if

           exit paragraph.


       check-feed-for-follows.

           if ws-follow-count = zero then
               exit paragraph
           end-if

           perform load-feed-content
           if ws-num-items = zero then
               exit paragraph
           end-if

           perform varying ws-follow-idx from 1 by 1
               until ws-follow-idx > ws-follow-count

               perform check-feed-known
               if ws-feed-not-known then
                   perform find-follow-match-in-feed
                   if ws-match-item-idx > zero then
                       perform raise-follow-alert
                   end-if
               end-if

           end-perform

           exit paragraph.


       check-feed-known.

           set ws-feed-not-known to true
           perform varying ws-known-idx from 1 by 1
               until ws-known-idx > ws-fl-feed-count(ws-follow-idx)
               if ws-fl-feed-id(ws-follow-idx, ws-known-idx)
               = ws-feed-id then
                   set ws-feed-known to true
               end-if
           end-perform

           exit paragraph.


       find-follow-match-in-feed.

      *> First visible copy of the story in the loaded feed. A copy
      *> someone hid or muted isn't coverage anybody wants to see.
           move zero to ws-match-item-idx

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items
               or ws-match-item-idx > zero

               if ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-hidden(ws-item-idx) not = 'Y' then
                   perform check-item-matches-follow
                   if ws-item-matches then
                       move ws-item-idx to ws-match-item-idx
                   end-if
               end-if

           end-perform

           exit paragraph.


       check-item-matches-follow.

      *> Same identity keys rss-cluster-scan links clusters by:
      *> link (or canonical link), guid, or normalized title.
           set ws-item-no-match to true

           if ws-fl-link(ws-follow-idx) not = spaces
           and (ws-item-link(ws-item-idx) = ws-fl-link(ws-follow-idx)
               or ws-item-canon-link(ws-item-idx)
                   = ws-fl-link(ws-follow-idx)) then
               set ws-item-matches to true
               exit paragraph
           end-if

           if ws-fl-guid(ws-follow-idx) not = spaces
           and ws-item-guid(ws-item-idx) = ws-fl-guid(ws-follow-idx)
           then
               set ws-item-matches to true
               exit paragraph
           end-if

           if ws-fl-title(ws-follow-idx) not = spaces
           and function upper-case(function trim(
               ws-item-title(ws-item-idx)))
               = ws-fl-title(ws-follow-idx) then
               set ws-item-matches to true
           end-if

           exit paragraph.


       raise-follow-alert.

           move ws-match-item-idx to ws-item-idx
           add 1 to ws-new-copies

           call "logger" using function concatenate(
               "Followed story has new coverage in feed ", ws-feed-id,
               " (", function trim(ws-feed-title), "): ",
               function trim(ws-item-title(ws-item-idx)))
           end-call

      *> Dispatched and registered exactly the way a watchlist
      *> keyword hit is, so it can be acknowledged the same way.
           if ws-item-canon-link(ws-item-idx) = spaces then
               move ws-item-link(ws-item-idx) to ws-share-link
           else
               move ws-item-canon-link(ws-item-idx) to ws-share-link
           end-if

           call "item-sharer" using by content
               ws-item-title(ws-item-idx),
               ws-share-link,
               ws-item-desc(ws-item-idx)
           end-call
           cancel "item-sharer"

           initialize ws-alert-record
           move function concatenate(
               "FOLLOW: ", ws-fl-title(ws-follow-idx))
               to ws-alert-keyword
           move ws-feed-id to ws-alert-feed-id
           move ws-item-guid(ws-item-idx) to ws-alert-guid
           move ws-item-title(ws-item-idx) to ws-alert-title
           move ws-item-link(ws-item-idx) to ws-alert-link
           move 'A' to ws-alert-op
           call "rss-alert-register" using
               ws-alert-op ws-alert-record ws-alert-status
           end-call
           cancel "rss-alert-register"

           perform pin-new-copy
           perform remember-follow-feed
           move ws-now-epoch to ws-fl-active(ws-follow-idx)

           exit paragraph.


       remember-follow-feed.

           if ws-fl-feed-count(ws-follow-idx) < ws-max-follow-feeds
           then
               add 1 to ws-fl-feed-count(ws-follow-idx)
               move ws-feed-id to ws-fl-feed-id(ws-follow-idx,
                   ws-fl-feed-count(ws-follow-idx))
               set ws-follows-changed to true
           end-if

           exit paragraph.


       pin-new-copy.

      *> Guid-less feeds are pinned by title, as the reading queue
      *> keys them.
           if ws-item-guid(ws-item-idx) not = spaces then
               move ws-item-guid(ws-item-idx) to ws-pin-new-key
           else
               move ws-item-title(ws-item-idx) to ws-pin-new-key
           end-if

           perform varying ws-pin-idx from 1 by 1
               until ws-pin-idx > ws-pin-count
               if ws-pin-feed-id(ws-pin-idx) = ws-feed-id
               and ws-pin-key(ws-pin-idx) = ws-pin-new-key then
                   exit paragraph
               end-if
           end-perform

      *> Full - the oldest pin makes room.
           if ws-pin-count >= ws-max-pins then
               perform varying ws-pin-idx from 1 by 1
                   until ws-pin-idx >= ws-pin-count
                   move ws-pin-entry(ws-pin-idx + 1)
                       to ws-pin-entry(ws-pin-idx)
               end-perform
               subtract 1 from ws-pin-count
           end-if

           add 1 to ws-pin-count
           move ws-feed-id to ws-pin-feed-id(ws-pin-count)
           move ws-pin-new-key to ws-pin-key(ws-pin-count)
           move ws-now-epoch to ws-pin-epoch(ws-pin-count)
           set ws-pins-changed to true

           exit paragraph.


       expire-idle-follows.

           compute ws-idle-minutes = ws-idle-days * 1440
           if ws-idle-minutes >= ws-now-epoch then
               exit paragraph
           end-if

           move zero to ws-follow-keep-count
           perform varying ws-follow-idx from 1 by 1
               until ws-follow-idx > ws-follow-count

               if ws-fl-active(ws-follow-idx) + ws-idle-minutes
               < ws-now-epoch then
                   move ws-idle-days to ws-count-disp
                   call "logger" using function concatenate(
                       "Follow expired after ",
                       function trim(ws-count-disp),
                       " quiet day(s): ",
                       function trim(ws-fl-title(ws-follow-idx)))
                   end-call
                   move "UNFOLLOW-STORY" to ws-audit-op
                   move function concatenate(
                       function trim(ws-fl-title(ws-follow-idx)),
                       " (expired)")
                       to ws-audit-detail
                   move ws-fl-link(ws-follow-idx) to ws-audit-link
                   perform write-follow-audit
                   set ws-follows-changed to true
               else
                   add 1 to ws-follow-keep-count
                   if ws-follow-keep-count not = ws-follow-idx then
                       move ws-follow-entry(ws-follow-idx)
                           to ws-follow-entry(ws-follow-keep-count)
                   end-if
               end-if

           end-perform
           move ws-follow-keep-count to ws-follow-count

      *> A pin outlives neither its follow's quiet spell nor the
      *> follow itself.
           move zero to ws-pin-keep-count
           perform varying ws-pin-idx from 1 by 1
               until ws-pin-idx > ws-pin-count

               if ws-pin-epoch(ws-pin-idx) + ws-idle-minutes
               < ws-now-epoch
               or ws-follow-count = zero then
                   set ws-pins-changed to true
               else
                   add 1 to ws-pin-keep-count
                   if ws-pin-keep-count not = ws-pin-idx then
                       move ws-pin-entry(ws-pin-idx)
                           to ws-pin-entry(ws-pin-keep-count)
                   end-if
               end-if

           end-perform
           move ws-pin-keep-count to ws-pin-count

           exit paragraph.


       write-follow-audit.

           move zero to ws-audit-feed-id
           call "rss-audit" using
               ws-audit-op ws-audit-feed-id ws-audit-link
               ws-audit-detail
           end-call

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


       load-feed-content.

           move zero to ws-num-items
           move zero to ws-feed-id
           set ws-not-eof to true

           open input fd-rss-content-file
               read fd-rss-content-file into ws-rss-record
                   at end move zero to ws-num-items
               end-read
           close fd-rss-content-file

           exit paragraph.


       load-follows.

           move zero to ws-follow-count
           set ws-not-eof to true

           open input fd-followed-file
               perform until ws-eof
                   read fd-followed-file into ws-follow-line
                       at end set ws-eof to true
                   not at end
                       perform load-one-follow
                   end-read
               end-perform
           close fd-followed-file

           exit paragraph.


       load-one-follow.

           if ws-follow-count >= ws-max-follows
           or ws-follow-line = spaces then
               exit paragraph
           end-if

           add 1 to ws-follow-count
           initialize ws-follow-entry(ws-follow-count)
           move spaces to ws-field-followed ws-field-active
               ws-field-feeds

           unstring ws-follow-line delimited by "|"
               into ws-fl-link(ws-follow-count)
                    ws-fl-guid(ws-follow-count)
                    ws-fl-title(ws-follow-count)
                    ws-field-followed
                    ws-field-active
                    ws-field-feeds
           end-unstring

           if function trim(ws-field-followed) is numeric then
               move function numval(ws-field-followed)
                   to ws-fl-followed(ws-follow-count)
           end-if
           if function trim(ws-field-active) is numeric then
               move function numval(ws-field-active)
                   to ws-fl-active(ws-follow-count)
           end-if

      *> Feed ids the story has been seen in, comma-separated.
           move 1 to ws-feeds-pointer
           perform until ws-feeds-pointer > length of ws-field-feeds
               or ws-fl-feed-count(ws-follow-count)
                   >= ws-max-follow-feeds
               move spaces to ws-field-feed-id
               unstring ws-field-feeds delimited by ","
                   into ws-field-feed-id
                   with pointer ws-feeds-pointer
               end-unstring
               if function trim(ws-field-feed-id) is numeric then
                   add 1 to ws-fl-feed-count(ws-follow-count)
                   move function numval(ws-field-feed-id)
                       to ws-fl-feed-id(ws-follow-count,
                           ws-fl-feed-count(ws-follow-count))
               end-if
           end-perform

           exit paragraph.


       save-follows.

           open output fd-followed-file
               perform varying ws-follow-idx from 1 by 1
                   until ws-follow-idx > ws-follow-count

                   move spaces to ws-feeds-text
                   perform varying ws-known-idx from 1 by 1
                       until ws-known-idx
                           > ws-fl-feed-count(ws-follow-idx)
                       if ws-known-idx = 1 then
                           move ws-fl-feed-id(ws-follow-idx, 1)
                               to ws-feeds-text
                       else
                           move function concatenate(
                               function trim(ws-feeds-text), ",",
                               ws-fl-feed-id(ws-follow-idx,
                                   ws-known-idx))
                               to ws-feeds-text
                       end-if
                   end-perform

                   inspect ws-fl-title(ws-follow-idx)
                       replacing all "|" by "/"
                   move function concatenate(
                       function trim(ws-fl-link(ws-follow-idx)), "|",
                       function trim(ws-fl-guid(ws-follow-idx)), "|",
                       function trim(ws-fl-title(ws-follow-idx)), "|",
                       ws-fl-followed(ws-follow-idx), "|",
                       ws-fl-active(ws-follow-idx), "|",
                       function trim(ws-feeds-text))
                       to ws-follow-line
                   write f-followed-line-raw from ws-follow-line
               end-perform
           close fd-followed-file

           exit paragraph.


       load-pins.

           move zero to ws-pin-count
           set ws-not-eof to true

           open input fd-pin-file
               perform until ws-eof
                   read fd-pin-file into ws-pin-line
                       at end set ws-eof to true
                   not at end
                       perform load-one-pin
                   end-read
               end-perform
           close fd-pin-file

           exit paragraph.


       load-one-pin.

           if ws-pin-count >= ws-max-pins then
               exit paragraph
           end-if

           move spaces to ws-field-feed-id ws-field-epoch
           move spaces to ws-pin-new-key
           unstring ws-pin-line delimited by "|"
               into ws-field-feed-id ws-pin-new-key ws-field-epoch
           end-unstring

           if function trim(ws-field-feed-id) is not numeric
           or function trim(ws-field-epoch) is not numeric
           or ws-pin-new-key = spaces then
               exit paragraph
           end-if

           add 1 to ws-pin-count
           move function numval(ws-field-feed-id)
               to ws-pin-feed-id(ws-pin-count)
           move ws-pin-new-key to ws-pin-key(ws-pin-count)
           move function numval(ws-field-epoch)
               to ws-pin-epoch(ws-pin-count)

           exit paragraph.


       save-pins.

           open output fd-pin-file
               perform varying ws-pin-idx from 1 by 1
                   until ws-pin-idx > ws-pin-count
                   move ws-pin-key(ws-pin-idx) to ws-pin-new-key
                   inspect ws-pin-new-key replacing all "|" by "/"
                   move function concatenate(
                       ws-pin-feed-id(ws-pin-idx), "|",
                       function trim(ws-pin-new-key), "|",
                       ws-pin-epoch(ws-pin-idx))
                       to ws-pin-line
                   write f-pin-line-raw from ws-pin-line
               end-perform
           close fd-pin-file

           exit paragraph.


       load-highest-rss-record.

           set ws-not-eof to true
           move zero to ws-last-id-record

           open input fd-rss-last-id-file
               perform until ws-eof
                   read fd-rss-last-id-file into ws-last-id-record
                       at end set ws-eof to true
                   end-read
               end-perform
           close fd-rss-last-id-file

           exit paragraph.

       end program rss-cluster-follow.
