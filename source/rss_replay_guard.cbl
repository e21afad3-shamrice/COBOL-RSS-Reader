      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Flood and replay guard. A publisher's CMS migration
      *>          can re-issue hundreds of old posts under new guids;
      *>          rss-parser hands every refresh's count of never-seen
      *>          items (and how many of them carry dates well before
      *>          we first saw them) to this program, which judges it
      *>          against the feed's normal pattern kept in
      *>          feeds/replay.dat:
      *>          id|refreshes|average new|last flood|flood items|
      *>          pending
      *>          A refresh is a flood when it brings at least
      *>          "flood_min" never-seen items (default 25, 0 turns
      *>          the guard off) and either more than "flood_factor"
      *>          (default 5) times the feed's running average, or
      *>          mostly backdated ones. The parser then holds those
      *>          items pending (hidden, out of unread counts) until
      *>          an operator releases or discards them from the feed
      *>          view.
      *>          Operations:
      *>          'C' - judge one refresh (parser);
      *>          'G' - read one feed's entry (status 2 = none);
      *>          'R' - release the feed's pending items;
      *>          'D' - discard them as a replay (kept hidden, read);
      *>          'X' - drop the feed's entry (feed deleted).
      *>          'R' and 'D' rewrite the content file under the store
      *>          lock (status 3 when it is held) and return the
      *>          number of items touched in the fresh-count field.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-replay-guard.

       environment division.

       configuration section.

       repository.
           function get-config
           function rss-epoch-minutes
           function rss-store-lock
           function pipe-open
           function pipe-close
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".

               select optional fd-rss-content-file
               assign to dynamic ws-rss-content-file-name
               status is ws-content-file-status.

               select optional fd-replay-file
               assign to dynamic ws-replay-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".

           FD fd-replay-file.
           01  f-replay-line-raw              pic x(80).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-record.cpy".
       copy "./copybooks/wsrecord/ws-replay-record.cpy".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-content-file-name          pic x(256) value spaces.
       77  ws-rss-content-temp-file-name     pic x(256) value spaces.
       77  ws-content-file-status            pic 99 value zero.
       77  ws-content-file-write-status      pic 99 value zero.
       77  ws-replay-file-name               pic x(256) value spaces.
       77  ws-replay-line                    pic x(80) value spaces.

      *> Every feed's entry, each slot holding one ws-replay-record.
       78  ws-max-replays                    value 2000.
       01  ws-rpl-table.
           05  ws-rpl-count                  pic 9(4) value zero.
           05  ws-rpl-entry                  pic x(51)
                                             occurs 2000 times.
       77  ws-rpl-idx                        pic 9(4) value zero.
       77  ws-rpl-found-idx                  pic 9(4) value zero.

       01  ws-field-table.
           05  ws-field-id                   pic x(8).
           05  ws-field-refreshes            pic x(8).
           05  ws-field-avg                  pic x(12).
           05  ws-field-event                pic x(12).
           05  ws-field-event-items          pic x(8).
           05  ws-field-pending              pic x(8).
       77  ws-avg-disp                       pic 9(5).99.

       78  ws-flood-min-key                  value "flood_min".
       78  ws-flood-min-default              value 25.
       78  ws-flood-factor-key               value "flood_factor".
       78  ws-flood-factor-default           value 5.
       78  ws-max-avg-refreshes              value 20.
       77  ws-config-val                     pic x(32) value spaces.
       77  ws-flood-min                      pic 9(5) value zero.
       77  ws-flood-factor                   pic 9(3) value zero.
       77  ws-flood-ceiling                  pic 9(7)v99 value zero.
       77  ws-avg-base                       pic 9(3) value zero.
       77  ws-avg-total                      pic 9(9)v99 value zero.
       77  ws-backdated-twice                pic 9(6) value zero.

       77  ws-item-idx                       pic 9(6) value zero.
       77  ws-items-touched                  pic 9(5) value zero.
       77  ws-items-touched-disp             pic z(4)9.

       77  ws-lock-status                    pic 9 value zero.
       77  ws-commit-mode                    pic x value space.
       77  ws-commit-operation               pic x(32) value spaces.
       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.
       77  ws-audit-detail                   pic x(256) value spaces.

       77  ws-sum-unread-count               pic 9(6) value zero.
       77  ws-sum-latest-epoch               pic 9(10) value zero.

       77  ws-rss-swap-cmd                   pic x(600) value spaces.
       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       01  ws-changed-sw                     pic a value 'N'.
           88  ws-table-changed              value 'Y'.
           88  ws-table-unchanged            value 'N'.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-replay-op                       pic x.
           88  l-check-refresh               value 'C'.
           88  l-get-replay                  value 'G'.
           88  l-release-pending             value 'R'.
           88  l-discard-pending             value 'D'.
           88  l-drop-replay                 value 'X'.

       copy "./copybooks/wsrecord/ws-replay-record.cpy"
           replacing leading ==ws== by ==l==.

       01  l-replay-status                   pic 9.
           88  l-replay-ok                   value 1.
           88  l-replay-not-found            value 2.
           88  l-replay-store-locked         value 3.
           88  l-replay-table-full           value 4.

       procedure division using
           l-replay-op, l-replay-record, l-replay-status.

       main-procedure.

           move function resolve-data-path("feeds/replay.dat")
               to ws-replay-file-name

           set l-replay-ok to true
           set ws-table-unchanged to true
           perform load-replays
           perform find-replay

           evaluate true
               when l-check-refresh
                   perform check-refresh
               when l-get-replay
                   if ws-rpl-found-idx = zero then
                       set l-replay-not-found to true
                   else
                       move ws-rpl-entry(ws-rpl-found-idx)
                           to l-replay-record
                   end-if
               when l-release-pending
               when l-discard-pending
                   perform settle-pending-items
               when l-drop-replay
                   if ws-rpl-found-idx > zero then
                       perform varying ws-rpl-idx from ws-rpl-found-idx
                           by 1 until ws-rpl-idx >= ws-rpl-count
                           move ws-rpl-entry(ws-rpl-idx + 1)
                               to ws-rpl-entry(ws-rpl-idx)
                       end-perform
                       subtract 1 from ws-rpl-count
                       set ws-table-changed to true
                   end-if
           end-evaluate

           if ws-table-changed then
               perform save-replays
           end-if

           goback.


       check-refresh.

           if ws-rpl-found-idx = zero then
               if ws-rpl-count >= ws-max-replays then
                   set l-replay-table-full to true
                   set l-replay-normal to true
                   exit paragraph
               end-if
               initialize ws-replay-record
               move l-replay-feed-id to ws-replay-feed-id
               add 1 to ws-rpl-count
               move ws-rpl-count to ws-rpl-found-idx
           else
               move ws-rpl-entry(ws-rpl-found-idx) to ws-replay-record
           end-if

           move l-replay-fresh to ws-replay-fresh
           move l-replay-backdated to ws-replay-backdated
           move l-replay-holdable to ws-replay-holdable
           set ws-replay-normal to true

           perform load-flood-config

      *> Judged against the average only once a few refreshes have
      *> set it; a mostly-backdated burst needs no history.
           if ws-flood-min > zero
           and ws-replay-fresh >= ws-flood-min
           and ws-replay-holdable > zero then
               move ws-replay-avg-new to ws-flood-ceiling
               if ws-flood-ceiling < 1 then
                   move 1 to ws-flood-ceiling
               end-if
               multiply ws-flood-factor by ws-flood-ceiling
               multiply ws-replay-backdated by 2
                   giving ws-backdated-twice
               if (ws-replay-refreshes >= 3
                   and ws-replay-fresh > ws-flood-ceiling)
               or ws-backdated-twice >= ws-replay-fresh then
                   set ws-replay-flood to true
               end-if
           end-if

           if ws-replay-flood then
               move function rss-epoch-minutes
                   to ws-replay-last-event
               move ws-replay-holdable to ws-replay-event-items
               add ws-replay-holdable to ws-replay-pending
               call "logger" using function concatenate(
                   "Replay guard: feed ", ws-replay-feed-id,
                   " brought ", ws-replay-fresh, " never-seen item(s)",
                   " (", ws-replay-backdated, " backdated, usual ",
                   ws-replay-avg-new, ") - holding them pending.")
               end-call
           else
      *> Normal refreshes feed the moving average; floods don't.
               move ws-replay-refreshes to ws-avg-base
               if ws-avg-base >= ws-max-avg-refreshes then
                   compute ws-avg-base = ws-max-avg-refreshes - 1
               end-if
               compute ws-avg-total =
                   ws-replay-avg-new * ws-avg-base + ws-replay-fresh
               add 1 to ws-avg-base
               divide ws-avg-total by ws-avg-base
                   giving ws-replay-avg-new rounded
               if ws-replay-refreshes < ws-max-avg-refreshes then
                   add 1 to ws-replay-refreshes
               end-if
           end-if

           move ws-replay-record to ws-rpl-entry(ws-rpl-found-idx)
           move ws-replay-record to l-replay-record
           set ws-table-changed to true

           exit paragraph.


       load-flood-config.

           move function get-config(ws-flood-min-key) to ws-config-val
           if ws-config-val = "NOT-SET" or ws-config-val = spaces then
               move ws-flood-min-default to ws-flood-min
           else
               move function numval(ws-config-val) to ws-flood-min
           end-if

           move function get-config(ws-flood-factor-key)
               to ws-config-val
           if ws-config-val = "NOT-SET" or ws-config-val = spaces then
               move ws-flood-factor-default to ws-flood-factor
           else
               move function numval(ws-config-val) to ws-flood-factor
           end-if
           if ws-flood-factor < 2 then
               move ws-flood-factor-default to ws-flood-factor
           end-if

           exit paragraph.


       settle-pending-items.

           move zero to l-replay-fresh

           if ws-rpl-found-idx = zero then
               set l-replay-not-found to true
               exit paragraph
           end-if
           move ws-rpl-entry(ws-rpl-found-idx) to ws-replay-record

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move l-replay-feed-id to f-rss-feed-id
           move spaces to ws-rss-dat-file-name
           open input fd-rss-list-file
               read fd-rss-list-file into ws-rss-list-record
                   key is f-rss-feed-id
                   invalid key
                       move spaces to ws-rss-dat-file-name
               end-read
           close fd-rss-list-file

           if ws-rss-dat-file-name = spaces then
               set l-replay-not-found to true
               exit paragraph
           end-if

           move function rss-store-lock('A') to ws-lock-status
           if ws-lock-status not = 1 then
               call "logger" using function concatenate(
                   "Feed store locked - pending items of feed ",
                   l-replay-feed-id, " left as they are.")
               end-call
               set l-replay-store-locked to true
               exit paragraph
           end-if

           move function trim(ws-rss-dat-file-name)
               to ws-rss-content-file-name
           move zero to ws-num-items
           open input fd-rss-content-file
               read fd-rss-content-file into ws-rss-record
                   at end continue
               end-read
           close fd-rss-content-file

           move zero to ws-items-touched
           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items
               if ws-item-held-pending(ws-item-idx) then
                   if l-release-pending then
                       move space to ws-item-held(ws-item-idx)
                       move 'N' to ws-item-hidden(ws-item-idx)
                   else
                       set ws-item-held-discarded(ws-item-idx) to true
                       move 'Y' to ws-item-read(ws-item-idx)
                   end-if
                   add 1 to ws-items-touched
               end-if
           end-perform

           if ws-items-touched > zero then
               move 'B' to ws-commit-mode
               move "replay-settle" to ws-commit-operation
               call "rss-commit-journal" using
                   ws-commit-mode ws-commit-operation ws-feed-id
               end-call

               perform stage-and-swap-content-file
               perform update-summary-index

               move 'E' to ws-commit-mode
               call "rss-commit-journal" using
                   ws-commit-mode ws-commit-operation ws-feed-id
               end-call
           end-if

           move function rss-store-lock('R') to ws-lock-status

           move zero to ws-replay-pending
           move ws-replay-record to ws-rpl-entry(ws-rpl-found-idx)
           set ws-table-changed to true

           if l-release-pending then
               move "REPLAY-RELEASE" to ws-audit-op
           else
               move "REPLAY-DISCARD" to ws-audit-op
           end-if
           move l-replay-feed-id to ws-audit-feed-id
           move ws-items-touched to ws-items-touched-disp
           move function concatenate(
               function trim(ws-items-touched-disp),
               " held item(s)")
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-audit-feed-id ws-rss-link
               ws-audit-detail
           end-call

           move ws-replay-record to l-replay-record
           move ws-items-touched to l-replay-fresh

           exit paragraph.


       update-summary-index.

           move zero to ws-sum-unread-count
           move zero to ws-sum-latest-epoch

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               if ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-hidden(ws-item-idx) not = 'Y'
               and (ws-item-read(ws-item-idx) not = 'Y'
                   or ws-item-updated(ws-item-idx) = 'Y') then
                   add 1 to ws-sum-unread-count
               end-if

               if ws-item-pub-epoch-min(ws-item-idx)
               > ws-sum-latest-epoch then
                   move ws-item-pub-epoch-min(ws-item-idx)
                       to ws-sum-latest-epoch
               end-if

           end-perform

           call "rss-summary-update" using
               ws-feed-id ws-sum-unread-count ws-num-items
               ws-sum-latest-epoch
           end-call

           exit paragraph.


       stage-and-swap-content-file.

      *> Same staged-write-then-rename discipline every other
      *> content-file writer keeps.
           move function concatenate(
               function trim(ws-rss-dat-file-name), ".tmp")
               to ws-rss-content-temp-file-name

           move ws-rss-content-temp-file-name
               to ws-rss-content-file-name
           open output fd-rss-content-file
               write f-rss-content-record from ws-rss-record
               end-write
           move ws-content-file-status
               to ws-content-file-write-status
           close fd-rss-content-file

           if ws-content-file-write-status <> zero then
               call "logger" using function concatenate(
                   "Failed to stage held-item update, status ",
                   ws-content-file-write-status,
                   ". Leaving existing content file unchanged.")
               end-call
               exit paragraph
           end-if

           move function concatenate(
               "mv ", function trim(ws-rss-content-temp-file-name),
               " ", function trim(ws-rss-dat-file-name))
               to ws-rss-swap-cmd

           move pipe-open(ws-rss-swap-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           exit paragraph.


       find-replay.

           move zero to ws-rpl-found-idx
           perform varying ws-rpl-idx from 1 by 1
               until ws-rpl-idx > ws-rpl-count
               or ws-rpl-found-idx > zero
               if ws-rpl-entry(ws-rpl-idx)(1:5) = l-replay-feed-id
               then
                   move ws-rpl-idx to ws-rpl-found-idx
               end-if
           end-perform

           exit paragraph.


       load-replays.

           move zero to ws-rpl-count
           set ws-not-eof to true

           open input fd-replay-file
               perform until ws-eof
                   read fd-replay-file into ws-replay-line
                       at end set ws-eof to true
                   not at end
                       perform load-one-replay
                   end-read
               end-perform
           close fd-replay-file

           exit paragraph.


       load-one-replay.

           if ws-rpl-count >= ws-max-replays then
               exit paragraph
           end-if

           initialize ws-replay-record
           move spaces to ws-field-table
           unstring ws-replay-line delimited by "|"
               into ws-field-id ws-field-refreshes ws-field-avg
                    ws-field-event ws-field-event-items
                    ws-field-pending
           end-unstring

           if function trim(ws-field-id) is not numeric then
               exit paragraph
           end-if
           move function numval(ws-field-id) to ws-replay-feed-id

           if function trim(ws-field-refreshes) is numeric then
               move function numval(ws-field-refreshes)
                   to ws-replay-refreshes
           end-if
           if ws-field-avg not = spaces then
               move function numval(ws-field-avg) to ws-replay-avg-new
           end-if
           if function trim(ws-field-event) is numeric then
               move function numval(ws-field-event)
                   to ws-replay-last-event
           end-if
           if function trim(ws-field-event-items) is numeric then
               move function numval(ws-field-event-items)
                   to ws-replay-event-items
           end-if
           if function trim(ws-field-pending) is numeric then
               move function numval(ws-field-pending)
                   to ws-replay-pending
           end-if

           add 1 to ws-rpl-count
           move ws-replay-record to ws-rpl-entry(ws-rpl-count)

           exit paragraph.


       save-replays.

           open output fd-replay-file
               perform varying ws-rpl-idx from 1 by 1
                   until ws-rpl-idx > ws-rpl-count
                   move ws-rpl-entry(ws-rpl-idx) to ws-replay-record
                   move ws-replay-avg-new to ws-avg-disp
                   move function concatenate(
                       ws-replay-feed-id, "|",
                       ws-replay-refreshes, "|",
                       function trim(ws-avg-disp), "|",
                       ws-replay-last-event, "|",
                       ws-replay-event-items, "|",
                       ws-replay-pending)
                       to ws-replay-line
                   write f-replay-line-raw from ws-replay-line
               end-perform
           close fd-replay-file

           exit paragraph.

       end program rss-replay-guard.
