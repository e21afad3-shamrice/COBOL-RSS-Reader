      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Merges two subscriptions into one, or splits one
      *>          apart.
      *>          Merge ("--merge-feeds [into id] [from id]", admin
      *>          role): the second feed's items are folded into the
      *>          first by guid. A guid both carry keeps the first
      *>          feed's copy with the state of both - read when
      *>          either was read, the earliest first-read and
      *>          first-seen stamps, the open counts added together,
      *>          the tags combined. Items only the second feed had
      *>          join the first at the end of its record, go into
      *>          its merge carry store (rss_<id>_mrg.dat, which
      *>          rss-parser carries across refreshes) and bring
      *>          their long-description overflow along. Notes move
      *>          across, joined when both feeds had one on the same
      *>          item. The second feed is then retired through
      *>          remove-rss-record (archive, list backup and
      *>          DELETE-FEED audit); the merge itself is audited as
      *>          MERGE-FEED.
      *>          Split ("--split-feed [id] category|keyword [text]
      *>          [title]"): items whose tags (category) or title
      *>          and description (keyword) contain the text move to
      *>          a new subscription, with their read flags, tags,
      *>          open counts and notes. The new feed reads the same
      *>          URL under a "#split-<id>" fragment (downloaders
      *>          drop fragments), and a kill-rule pair keeps later
      *>          items apart: an include rule on the new feed, an
      *>          exclude rule on the original, where the moved
      *>          items stay hidden. Audited as SPLIT-FEED.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-feed-merge.

       environment division.

       configuration section.

       repository.
           function remove-rss-record
           function rss-store-lock
           function rss-operator-role
           function rss-epoch-minutes
           function pipe-open
           function pipe-close
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".
               copy "./copybooks/filecontrol/rss_item_state_file.cpy".
               copy "./copybooks/filecontrol/rss_overflow_file.cpy".
               copy "./copybooks/filecontrol/rss_notes_file.cpy".

               select optional fd-rss-content-file
               assign to dynamic ws-rss-content-file-name
               status is ws-content-file-status.

               select optional fd-overflow-out-file
               assign to dynamic ws-overflow-out-file-name.

               select optional fd-rules-file
               assign to dynamic ws-rules-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_item_state_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_overflow_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_notes_file.cpy".

           FD fd-overflow-out-file.
           01  f-overflow-out-record          pic x(2304).

           FD fd-rules-file.
           01  f-rule-line-raw                pic x(256).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-record.cpy".

      *> The feed being folded in (merge) or the items being moved
      *> out (split) - the content layout again under mrg- names.
       copy "./copybooks/wsrecord/ws-rss-record.cpy"
           replacing leading ==ws== by ==mrg==.

      *> The list record of the feed being folded in (merge), or
      *> of the original feed once the new one is built (split).
       copy "./copybooks/wsrecord/ws-rss-list-record.cpy"
           replacing leading ==ws== by ==src==.

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-rss-feeds-dir-path             pic x(128) value spaces.
       77  ws-rss-content-file-name          pic x(256) value spaces.
       77  ws-content-file-status            pic 99 value zero.
       77  ws-rss-content-temp-file-name     pic x(256) value spaces.
       77  ws-rss-item-state-file-name       pic x(255) value spaces.
       77  ws-rss-overflow-file-name         pic x(255) value spaces.
       77  ws-overflow-out-file-name         pic x(255) value spaces.
       77  ws-rss-notes-file-name            pic x(255) value spaces.
       77  ws-rules-file-name                pic x(256) value spaces.
       77  ws-rule-line                      pic x(256) value spaces.

      *> Per-feed file names, worked out from each feed's .dat name.
       77  ws-target-dat-file-name           pic x(256) value spaces.
       77  ws-target-note-file-name          pic x(255) value spaces.
       77  ws-source-dat-file-name           pic x(256) value spaces.
       77  ws-source-note-file-name          pic x(255) value spaces.
       77  ws-split-dat-file-name            pic x(256) value spaces.
       77  ws-split-note-file-name           pic x(255) value spaces.
       77  ws-carry-file-name                pic x(256) value spaces.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       77  ws-shell-cmd                      pic x(600) value spaces.
       77  ws-lock-status                    pic 9 value zero.

       77  ws-merge-args                     pic x(300) value spaces.
       77  ws-arg-id-text                    pic x(8) value spaces.
       77  ws-arg-second-text                pic x(16) value spaces.
       77  ws-arg-value                      pic x(64) value spaces.
       77  ws-arg-title                      pic x(128) value spaces.
       77  ws-arg-pointer                    pic 9(3) value zero.

       77  ws-target-feed-id                 pic 9(5) value zero.
       77  ws-source-feed-id                 pic 9(5) value zero.
       77  ws-next-rss-id                    pic 9(5) value zero.
       77  ws-split-feed-id                  pic 9(5) value zero.
       77  ws-split-title                    pic x(128) value spaces.
       77  ws-split-link                     pic x(256) value spaces.
       77  ws-split-pattern                  pic x(64) value spaces.

       01  ws-split-kind-sw                  pic a value 'K'.
           88  ws-split-by-category          value 'C'.
           88  ws-split-by-keyword           value 'K'.

      *> One item's text handed to split-item-matches.
       77  ws-match-title                    pic x(128) value spaces.
       77  ws-match-desc                     pic x(1024) value spaces.
       77  ws-match-tags                     pic x(64) value spaces.
       77  ws-match-buffer                   pic x(1200) value spaces.
       77  ws-match-value-upper              pic x(64) value spaces.
       77  ws-match-tally                    pic 9(4) value zero.

       01  ws-split-match-sw                 pic a value 'N'.
           88  ws-split-item-matches         value 'Y'.
           88  ws-split-item-no-match        value 'N'.

       77  ws-item-idx                       pic 9(6) value zero.
       77  ws-mrg-idx                        pic 9(6) value zero.
       77  ws-scan-idx                       pic 9(6) value zero.
       77  ws-match-idx                      pic 9(6) value zero.
       77  ws-matched-count                  pic 9(6) value zero.
       77  ws-added-count                    pic 9(6) value zero.
       77  ws-moved-count                    pic 9(6) value zero.
       77  ws-note-count                     pic 9(6) value zero.
       77  ws-open-count-sum                 pic 9(6) value zero.

      *> Tag union scratch - tags are comma separated in a 64
      *> character field.
       77  ws-tag-word                       pic x(64) value spaces.
       77  ws-tag-pointer                    pic 9(3) value zero.
       77  ws-tag-tally                      pic 9(4) value zero.
       77  ws-tags-combined-len              pic 9(4) value zero.

      *> Note hand-off - see rss-item-notes.
       77  ws-note-op                        pic x value space.
       77  ws-note-guid                      pic x(256) value spaces.
       77  ws-note-text                      pic x(512) value spaces.
       77  ws-note-target-text               pic x(512) value spaces.
       77  ws-note-status                    pic 9 value zero.

      *> Summary-index figures recomputed after a rewrite.
       77  ws-sum-unread-count               pic 9(6) value zero.
       77  ws-sum-latest-epoch               pic 9(10) value zero.
       77  ws-sum-now-epoch                  pic 9(10) value zero.

       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       77  ws-dry-run-flag                   pic a value 'N'.
       77  ws-delete-status                  pic 9 value zero.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       01  ws-found-sw                       pic a value 'N'.
           88  ws-feed-found                 value 'Y'.
           88  ws-feed-not-found             value 'N'.

       linkage section.

       01  l-merge-op                        pic x.
           88  l-merge-op-merge              value 'M'.
           88  l-merge-op-split              value 'S'.

       01  l-merge-args                      pic x(300).

       01  l-merge-status                    pic 9.
           88  l-merge-ok                    value 1.
           88  l-merge-failed                value 2.

       procedure division using
           l-merge-op, l-merge-args, l-merge-status.

       main-procedure.

           set l-merge-failed to true

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name
           move function resolve-data-path("feeds")
               to ws-rss-feeds-dir-path
           move function resolve-data-path("feeds/rules.dat")
               to ws-rules-file-name

           move function trim(l-merge-args) to ws-merge-args

           evaluate true
               when l-merge-op-merge
                   perform merge-feeds
               when l-merge-op-split
                   perform split-feed
               when other
                   continue
           end-evaluate

           goback.


      *>*****************************************************************
      *> Merge
      *>*****************************************************************
       merge-feeds.

      *> Retiring the second feed is a delete - admin only, and
      *> checked before anything is touched.
           if function rss-operator-role not = "admin" then
               display
                   "Your operator role does not allow merging "
                   "feeds - ask a shared-store admin (see "
                   "feeds/operators.dat)."
               end-display
               exit paragraph
           end-if

           move spaces to ws-arg-id-text ws-arg-second-text
           unstring ws-merge-args delimited by all space
               into ws-arg-id-text ws-arg-second-text
           end-unstring

           if function trim(ws-arg-id-text) is not numeric
           or function trim(ws-arg-second-text) is not numeric then
               display "Usage: --merge-feeds [into id] [from id]"
               exit paragraph
           end-if

           move function numval(ws-arg-id-text) to ws-target-feed-id
           move function numval(ws-arg-second-text)
               to ws-source-feed-id

           if ws-target-feed-id = ws-source-feed-id then
               display "A feed cannot be merged into itself."
               exit paragraph
           end-if

      *> The feed folded in first, so its list record survives in
      *> src- for the retirement at the end.
           move ws-source-feed-id to f-rss-feed-id
           perform read-list-record-by-id
           if ws-feed-not-found then
               display function concatenate(
                   "No feed with id ", ws-source-feed-id, " exists.")
               end-display
               exit paragraph
           end-if
           move ws-rss-list-record to src-rss-list-record

           if src-rss-legal-hold = 'Y' then
               display
                   "The feed to fold in is under legal hold - it "
                   "cannot be retired until compliance releases "
                   "the hold (--legal-hold [id] off)."
               end-display
               exit paragraph
           end-if

           move ws-target-feed-id to f-rss-feed-id
           perform read-list-record-by-id
           if ws-feed-not-found then
               display function concatenate(
                   "No feed with id ", ws-target-feed-id, " exists.")
               end-display
               exit paragraph
           end-if

           move function trim(ws-rss-dat-file-name)
               to ws-target-dat-file-name
           move function trim(src-rss-dat-file-name)
               to ws-source-dat-file-name
           move function substitute(
               function trim(ws-target-dat-file-name),
               ".dat", "_nte.dat")
               to ws-target-note-file-name
           move function substitute(
               function trim(ws-source-dat-file-name),
               ".dat", "_nte.dat")
               to ws-source-note-file-name

           move function rss-store-lock('A') to ws-lock-status
           if ws-lock-status not = 1 then
               display "The feed store is locked (a refresh is in "
                   "progress). Try the merge again shortly."
               end-display
               exit paragraph
           end-if

      *> Both feeds as the viewer last left them: content file plus
      *> whatever the state side-car holds that was not yet flushed.
           move ws-source-dat-file-name to ws-rss-content-file-name
           perform load-content-record
           perform fold-item-state-file
           move ws-rss-record to mrg-rss-record

           move ws-target-dat-file-name to ws-rss-content-file-name
           perform load-content-record
           perform fold-item-state-file

           if ws-feed-id = zero then
               move ws-target-feed-id to ws-feed-id
               move ws-rss-title to ws-feed-title
           end-if

           move zero to ws-matched-count ws-added-count

           perform varying ws-mrg-idx from 1 by 1
               until ws-mrg-idx > mrg-num-items
               perform fold-one-source-item
           end-perform

      *> mrg- now holds just the items that were added - the
      *> ones the carry store and the overflow copy are about.
           move ws-added-count to mrg-num-items

           move ws-target-dat-file-name to ws-rss-content-file-name
           perform stage-and-swap-content-file
           perform rebuild-item-state-file
           perform update-summary-index

           if ws-added-count > zero then
               perform write-merge-carry-file
               perform copy-added-overflow-text
           end-if

           perform merge-source-notes

           move function rss-store-lock('R') to ws-lock-status

           move "MERGE-FEED" to ws-audit-op
           move function concatenate(
               "merged feed id ", ws-source-feed-id, " '",
               function trim(src-rss-title), "': ",
               ws-matched-count, " shared item(s), ",
               ws-added-count, " added, ", ws-note-count,
               " note(s)")
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-rss-feed-id ws-rss-link
               ws-audit-detail
           end-call

           display function concatenate(
               "Merged '", function trim(src-rss-title),
               "' into '", function trim(ws-rss-title), "': ",
               function trim(ws-matched-count),
               " shared item(s) folded, ",
               function trim(ws-added-count), " item(s) added.")
           end-display

           call "logger" using function concatenate(
               "Feed merge: ", function trim(ws-audit-detail),
               " into feed id ", ws-target-feed-id)
           end-call

      *> Retire the folded-in feed the way a delete does - its
      *> content is archived and the list is backed up first.
           move 'N' to ws-dry-run-flag
           move function remove-rss-record(
               src-rss-link, ws-dry-run-flag)
               to ws-delete-status

           if ws-delete-status = 1 then
               display function concatenate(
                   "Feed id ", ws-source-feed-id,
                   " retired - its content is archived "
                   "(--archive-list).")
               end-display
           else
               display function concatenate(
                   "The items were merged, but feed id ",
                   ws-source-feed-id, " could not be retired (",
                   "status ", ws-delete-status, ") - delete it ",
                   "by hand once the store is free.")
               end-display
           end-if

           set l-merge-ok to true

           exit paragraph.


       fold-one-source-item.

           if mrg-item-exists(ws-mrg-idx) not = 'Y'
           or mrg-item-guid(ws-mrg-idx) = spaces then
               exit paragraph
           end-if

           move zero to ws-match-idx
           perform varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-num-items
               or ws-match-idx > zero
               if ws-item-guid(ws-scan-idx)
                   = mrg-item-guid(ws-mrg-idx) then
                   move ws-scan-idx to ws-match-idx
               end-if
           end-perform

           if ws-match-idx > zero then
               perform fold-shared-item-state
               add 1 to ws-matched-count
               exit paragraph
           end-if

           if ws-num-items >= ws-max-rss-items then
               exit paragraph
           end-if

           add 1 to ws-num-items
           move mrg-items(ws-mrg-idx) to ws-items(ws-num-items)

           add 1 to ws-added-count
           if ws-added-count < ws-mrg-idx then
               move mrg-items(ws-mrg-idx)
                   to mrg-items(ws-added-count)
           end-if

           exit paragraph.


       fold-shared-item-state.

           if mrg-item-read(ws-mrg-idx) = 'Y' then
               move 'Y' to ws-item-read(ws-match-idx)
           end-if

           if mrg-item-first-read(ws-mrg-idx) not = zero
           and (ws-item-first-read(ws-match-idx) = zero
               or mrg-item-first-read(ws-mrg-idx)
               < ws-item-first-read(ws-match-idx)) then
               move mrg-item-first-read(ws-mrg-idx)
                   to ws-item-first-read(ws-match-idx)
           end-if

           if mrg-item-first-seen(ws-mrg-idx) not = zero
           and (ws-item-first-seen(ws-match-idx) = zero
               or mrg-item-first-seen(ws-mrg-idx)
               < ws-item-first-seen(ws-match-idx)) then
               move mrg-item-first-seen(ws-mrg-idx)
                   to ws-item-first-seen(ws-match-idx)
           end-if

           compute ws-open-count-sum =
               ws-item-open-count(ws-match-idx)
               + mrg-item-open-count(ws-mrg-idx)
           if ws-open-count-sum > 99999 then
               move 99999 to ws-open-count-sum
           end-if
           move ws-open-count-sum to ws-item-open-count(ws-match-idx)

           if ws-item-snooze-until(ws-match-idx) = zero then
               move mrg-item-snooze-until(ws-mrg-idx)
                   to ws-item-snooze-until(ws-match-idx)
           end-if

           if mrg-item-tags(ws-mrg-idx) not = spaces then
               perform union-source-tags
           end-if

           exit paragraph.


       union-source-tags.

      *> Each of the folded feed's tags is added unless the item
      *> already has it, while the combined list still fits.
           move 1 to ws-tag-pointer

           perform until ws-tag-pointer > 64
               move spaces to ws-tag-word
               unstring mrg-item-tags(ws-mrg-idx) delimited by ","
                   into ws-tag-word
                   with pointer ws-tag-pointer
               end-unstring

               if ws-tag-word not = spaces then
                   perform add-tag-if-absent
               end-if
           end-perform

           exit paragraph.


       add-tag-if-absent.

           move zero to ws-tag-tally
           inspect ws-item-tags(ws-match-idx)
               tallying ws-tag-tally
               for all function trim(ws-tag-word)

           if ws-tag-tally > zero then
               exit paragraph
           end-if

           if ws-item-tags(ws-match-idx) = spaces then
               move function trim(ws-tag-word)
                   to ws-item-tags(ws-match-idx)
               exit paragraph
           end-if

           compute ws-tags-combined-len =
               function length(function trim(
                   ws-item-tags(ws-match-idx)))
               + function length(function trim(ws-tag-word))
               + 1

           if ws-tags-combined-len <= 64 then
               move function concatenate(
                   function trim(ws-item-tags(ws-match-idx)), ",",
                   function trim(ws-tag-word))
                   to ws-item-tags(ws-match-idx)
           end-if

           exit paragraph.


       write-merge-carry-file.

      *> The carry store gets the added items plus whatever it
      *> already carried for this feed (from an earlier merge).
           move function substitute(
               function trim(ws-target-dat-file-name),
               ".dat", "_mrg.dat")
               to ws-carry-file-name

           move zero to f-num-items
           move ws-carry-file-name to ws-rss-content-file-name
           open input fd-rss-content-file
           if ws-content-file-status = zero
               read fd-rss-content-file
                   at end move zero to f-num-items
               end-read
           end-if
           close fd-rss-content-file

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > f-num-items
               or mrg-num-items >= mrg-max-rss-items
               perform carry-one-earlier-item
           end-perform

           move ws-feed-id to mrg-feed-id
           move ws-feed-title to mrg-feed-title
           move ws-feed-site-link to mrg-feed-site-link
           move ws-feed-desc to mrg-feed-desc

           move ws-carry-file-name to ws-target-dat-file-name
           move ws-carry-file-name to ws-rss-content-file-name
           perform stage-and-swap-mrg-record

           move function trim(ws-rss-dat-file-name)
               to ws-target-dat-file-name

           exit paragraph.


       carry-one-earlier-item.

           move zero to ws-match-idx
           perform varying ws-scan-idx from 1 by 1
               until ws-scan-idx > mrg-num-items
               or ws-match-idx > zero
               if mrg-item-guid(ws-scan-idx)
                   = f-item-guid(ws-item-idx) then
                   move ws-scan-idx to ws-match-idx
               end-if
           end-perform

           if ws-match-idx = zero then
               add 1 to mrg-num-items
               move f-items(ws-item-idx) to mrg-items(mrg-num-items)
           end-if

           exit paragraph.


       copy-added-overflow-text.

      *> Long descriptions of the added items continue in the
      *> folded feed's overflow store - append those records to
      *> the target's, where the viewer looks them up by guid.
           move function substitute(
               function trim(ws-source-dat-file-name),
               ".dat", "_ovf.dat")
               to ws-rss-overflow-file-name
           move function substitute(
               function trim(ws-target-dat-file-name),
               ".dat", "_ovf.dat")
               to ws-overflow-out-file-name

           set ws-not-eof to true

           open input fd-rss-overflow-file
           open extend fd-overflow-out-file
               perform until ws-eof
                   read fd-rss-overflow-file
                       at end set ws-eof to true
                   not at end
                       perform copy-overflow-if-moved
                   end-read
               end-perform
           close fd-overflow-out-file
           close fd-rss-overflow-file

           exit paragraph.


       copy-overflow-if-moved.

           perform varying ws-scan-idx from 1 by 1
               until ws-scan-idx > mrg-num-items
               if mrg-item-guid(ws-scan-idx) = f-ovf-guid
               and mrg-item-desc-more(ws-scan-idx) = 'Y' then
                   write f-overflow-out-record
                       from f-overflow-record
                   end-write
                   move mrg-num-items to ws-scan-idx
               end-if
           end-perform

           exit paragraph.


       merge-source-notes.

      *> Every note on the folded feed moves to the target; when
      *> the target has its own note on the same item the two are
      *> kept together, the target's first.
           move zero to ws-note-count
           move ws-source-note-file-name to ws-rss-notes-file-name

           set ws-not-eof to true

           open input fd-rss-notes-file
               perform until ws-eof
                   read fd-rss-notes-file
                       at end set ws-eof to true
                   not at end
                       if f-note-guid not = spaces
                       and f-note-text not = spaces then
                           perform merge-one-note
                       end-if
                   end-read
               end-perform
           close fd-rss-notes-file

           exit paragraph.


       merge-one-note.

           move f-note-guid to ws-note-guid
           move f-note-text to ws-note-text

           move 'G' to ws-note-op
           move spaces to ws-note-target-text
           call "rss-item-notes" using
               ws-note-op ws-target-note-file-name ws-note-guid
               ws-note-target-text ws-note-status
           end-call

           if ws-note-status = 1
           and ws-note-target-text not = spaces
           and ws-note-target-text not = ws-note-text then
               move function concatenate(
                   function trim(ws-note-target-text), " / ",
                   function trim(ws-note-text))
                   to ws-note-text
           end-if

           move 'S' to ws-note-op
           call "rss-item-notes" using
               ws-note-op ws-target-note-file-name ws-note-guid
               ws-note-text ws-note-status
           end-call

           if ws-note-status = 1 then
               add 1 to ws-note-count
           end-if

           exit paragraph.


      *>*****************************************************************
      *> Split
      *>*****************************************************************
       split-feed.

           move spaces to ws-arg-id-text ws-arg-second-text
               ws-arg-value ws-arg-title
           move 1 to ws-arg-pointer
           unstring ws-merge-args delimited by all space
               into ws-arg-id-text ws-arg-second-text ws-arg-value
               with pointer ws-arg-pointer
           end-unstring

           if ws-arg-pointer <= length of ws-merge-args then
               move function trim(ws-merge-args(ws-arg-pointer:))
                   to ws-arg-title
           end-if

           move function lower-case(ws-arg-second-text)
               to ws-arg-second-text

           evaluate function trim(ws-arg-second-text)
               when "category"
                   set ws-split-by-category to true
               when "keyword"
                   set ws-split-by-keyword to true
               when other
                   move spaces to ws-arg-second-text
           end-evaluate

           if function trim(ws-arg-id-text) is not numeric
           or ws-arg-second-text = spaces
           or ws-arg-value = spaces then
               display "Usage: --split-feed [id] category|keyword "
                   "[text] [new feed title]"
               end-display
               exit paragraph
           end-if

           move function numval(ws-arg-id-text) to ws-target-feed-id
           move function upper-case(ws-arg-value)
               to ws-match-value-upper

           move ws-target-feed-id to f-rss-feed-id
           perform read-list-record-by-id
           if ws-feed-not-found then
               display function concatenate(
                   "No feed with id ", ws-target-feed-id, " exists.")
               end-display
               exit paragraph
           end-if

           move function trim(ws-rss-dat-file-name)
               to ws-target-dat-file-name
           move function substitute(
               function trim(ws-target-dat-file-name),
               ".dat", "_nte.dat")
               to ws-target-note-file-name

           move function rss-store-lock('A') to ws-lock-status
           if ws-lock-status not = 1 then
               display "The feed store is locked (a refresh is in "
                   "progress). Try the split again shortly."
               end-display
               exit paragraph
           end-if

           move ws-target-dat-file-name to ws-rss-content-file-name
           perform load-content-record
           perform fold-item-state-file

      *> The moved items are copied out whole and hidden in the
      *> original, where the exclude rule keeps them hidden.
           move ws-rss-record to mrg-rss-record
           move zero to mrg-num-items ws-moved-count

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items
               if ws-item-exists(ws-item-idx) = 'Y' then
                   move ws-item-title(ws-item-idx) to ws-match-title
                   move ws-item-desc(ws-item-idx) to ws-match-desc
                   move ws-item-tags(ws-item-idx) to ws-match-tags
                   perform split-item-matches
                   if ws-split-item-matches then
                       add 1 to mrg-num-items
                       move ws-items(ws-item-idx)
                           to mrg-items(mrg-num-items)
                       move 'N' to mrg-item-hidden(mrg-num-items)
                       move 'Y' to ws-item-hidden(ws-item-idx)
                   end-if
               end-if
           end-perform

           move mrg-num-items to ws-moved-count

           if ws-moved-count = zero then
               move function rss-store-lock('R') to ws-lock-status
               display function concatenate(
                   "No items in '", function trim(ws-rss-title),
                   "' match ", function trim(ws-arg-second-text),
                   " '", function trim(ws-arg-value),
                   "' - nothing to split.")
               end-display
               exit paragraph
           end-if

           perform allocate-next-feed-id
           move ws-next-rss-id to ws-split-feed-id

           if ws-arg-title = spaces then
               move function concatenate(
                   function trim(ws-rss-title), " - ",
                   function trim(ws-arg-value))
                   to ws-split-title
           else
               move ws-arg-title to ws-split-title
           end-if

           move function concatenate(
               function trim(ws-rss-link), "#split-",
               ws-split-feed-id)
               to ws-split-link

           if ws-split-by-category then
               move function concatenate(
                   "category:", function trim(ws-arg-value))
                   to ws-split-pattern
           else
               move ws-arg-value to ws-split-pattern
           end-if

      *> The original keeps its items (the moved ones now hidden).
           move ws-target-dat-file-name to ws-rss-content-file-name
           perform stage-and-swap-content-file
           perform update-summary-index

           perform create-split-list-record

           if ws-feed-not-found then
               move function rss-store-lock('R') to ws-lock-status
               display "Unable to add the new feed to the list - "
                   "nothing was moved. Please check logs."
               end-display
               exit paragraph
           end-if

           perform move-split-notes
           perform write-split-content
           perform append-split-rules

           move function rss-store-lock('R') to ws-lock-status

           move ws-target-feed-id to ws-feed-id
           move "SPLIT-FEED" to ws-audit-op
           move function concatenate(
               function trim(ws-moved-count), " item(s) matching ",
               function trim(ws-arg-second-text), " '",
               function trim(ws-arg-value), "' moved to new feed id ",
               ws-split-feed-id, " '", function trim(ws-split-title),
               "'")
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-target-feed-id src-rss-link
               ws-audit-detail
           end-call

           display function concatenate(
               "Moved ", function trim(ws-moved-count),
               " item(s) to new feed id ", ws-split-feed-id, " '",
               function trim(ws-split-title), "'.")
           end-display

           call "logger" using function concatenate(
               "Feed split: feed id ", ws-target-feed-id, " - ",
               function trim(ws-audit-detail))
           end-call

           set l-merge-ok to true

           exit paragraph.


       split-item-matches.

      *> Same test the kill rules make: a case-blind substring of
      *> the tags (category) or of title and description (keyword).
           set ws-split-item-no-match to true
           move zero to ws-match-tally

           if ws-split-by-category then
               if ws-match-tags = spaces then
                   exit paragraph
               end-if
               move function upper-case(ws-match-tags)
                   to ws-match-buffer
           else
               move function upper-case(function concatenate(
                   function trim(ws-match-title), " ",
                   function trim(ws-match-desc)))
                   to ws-match-buffer
           end-if

           inspect ws-match-buffer
               tallying ws-match-tally
               for all function trim(ws-match-value-upper)

           if ws-match-tally > zero then
               set ws-split-item-matches to true
           end-if

           exit paragraph.


       create-split-list-record.

      *> The new subscription starts from the original's settings
      *> (category, owner, schedule, filter) with its own identity
      *> and none of the original's fetch or health history. Its
      *> title is a local one - the channel title it will be sent
      *> is the original's.
           move function concatenate(
               function trim(ws-rss-feeds-dir-path),
               "/rss_", ws-split-feed-id, ".dat")
               to ws-split-dat-file-name

           move ws-rss-list-record to src-rss-list-record

           move ws-split-feed-id to ws-rss-feed-id
           move 1 to ws-rss-feed-status
           move ws-split-title to ws-rss-title
           move ws-split-dat-file-name to ws-rss-dat-file-name
           move ws-split-link to ws-rss-link
           move zero to ws-rss-last-refresh-epoch-min
           move spaces to ws-rss-health-history
           move 'N' to ws-rss-favorite
           move zero to ws-rss-open-count
           move spaces to ws-rss-etag ws-rss-last-modified
               ws-rss-prev-link ws-rss-upstream-title
           move 'N' to ws-rss-title-notice
           move 'Y' to ws-rss-title-override
           move zero to ws-rss-quarantine-level
               ws-rss-last-attempt-epoch-min
           move 'N' to ws-rss-hold ws-rss-quiet ws-rss-legal-hold

           set ws-feed-found to true

           open i-o fd-rss-list-file
               write f-rss-list-record from ws-rss-list-record
                   invalid key
                       call "logger" using function concatenate(
                           "Feed split: unable to add list record ",
                           "for: ", function trim(ws-split-link))
                       end-call
                       set ws-feed-not-found to true
               end-write
           close fd-rss-list-file

           exit paragraph.


       move-split-notes.

           move function substitute(
               function trim(ws-split-dat-file-name),
               ".dat", "_nte.dat")
               to ws-split-note-file-name

           move zero to ws-note-count

           perform varying ws-mrg-idx from 1 by 1
               until ws-mrg-idx > mrg-num-items
               if mrg-item-guid(ws-mrg-idx) not = spaces then
                   perform move-one-split-note
               end-if
           end-perform

           exit paragraph.


       move-one-split-note.

           move mrg-item-guid(ws-mrg-idx) to ws-note-guid
           move spaces to ws-note-text

           move 'G' to ws-note-op
           call "rss-item-notes" using
               ws-note-op ws-target-note-file-name ws-note-guid
               ws-note-text ws-note-status
           end-call

           if ws-note-status not = 1
           or ws-note-text = spaces then
               exit paragraph
           end-if

           move 'S' to ws-note-op
           call "rss-item-notes" using
               ws-note-op ws-split-note-file-name ws-note-guid
               ws-note-text ws-note-status
           end-call

           if ws-note-status = 1 then
               move 'D' to ws-note-op
               call "rss-item-notes" using
                   ws-note-op ws-target-note-file-name ws-note-guid
                   ws-note-text ws-note-status
               end-call
               add 1 to ws-note-count
           end-if

           exit paragraph.


       write-split-content.

      *> Long descriptions follow the moved items into the new
      *> feed's overflow store.
           move function substitute(
               function trim(ws-target-dat-file-name),
               ".dat", "_ovf.dat")
               to ws-rss-overflow-file-name
           move function substitute(
               function trim(ws-split-dat-file-name),
               ".dat", "_ovf.dat")
               to ws-overflow-out-file-name

           set ws-not-eof to true

           open input fd-rss-overflow-file
           open output fd-overflow-out-file
               perform until ws-eof
                   read fd-rss-overflow-file
                       at end set ws-eof to true
                   not at end
                       perform copy-overflow-if-moved
                   end-read
               end-perform
           close fd-overflow-out-file
           close fd-rss-overflow-file

      *> Moved items the original only carried from an earlier
      *> merge stay carried in the new feed too.
           perform split-carried-items

      *> The new feed's content, side-car and summary - written
      *> through the same paragraphs as any other record.
           move mrg-rss-record to ws-rss-record
           move ws-split-feed-id to ws-feed-id
           move ws-split-title to ws-feed-title
           move ws-split-dat-file-name to ws-rss-content-file-name

           perform stage-and-swap-content-file
           perform rebuild-item-state-file
           perform update-summary-index

           exit paragraph.


       split-carried-items.

           move function substitute(
               function trim(ws-target-dat-file-name),
               ".dat", "_mrg.dat")
               to ws-carry-file-name

           move zero to f-num-items
           move ws-carry-file-name to ws-rss-content-file-name
           open input fd-rss-content-file
           if ws-content-file-status = zero
               read fd-rss-content-file
                   at end move zero to f-num-items
               end-read
           end-if
           close fd-rss-content-file

           if f-num-items = zero then
               exit paragraph
           end-if

      *> ws-rss-record is free here - the original is saved and the
      *> new feed's items are still in mrg-.
           move zero to ws-num-items

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > f-num-items
               move f-item-title(ws-item-idx) to ws-match-title
               move f-item-desc(ws-item-idx) to ws-match-desc
               move f-item-tags(ws-item-idx) to ws-match-tags
               perform split-item-matches
               if ws-split-item-matches then
                   add 1 to ws-num-items
                   move f-items(ws-item-idx) to ws-items(ws-num-items)
                   move 'N' to ws-item-hidden(ws-num-items)
               end-if
           end-perform

           if ws-num-items = zero then
               exit paragraph
           end-if

           move ws-split-feed-id to ws-feed-id
           move ws-split-title to ws-feed-title

           move function substitute(
               function trim(ws-split-dat-file-name),
               ".dat", "_mrg.dat")
               to ws-carry-file-name
           move ws-carry-file-name to ws-rss-content-file-name
           perform stage-and-swap-content-file

           exit paragraph.


       append-split-rules.

      *> "feedid|I/E|pattern" - the rule screen shows and edits
      *> these like any other.
           open extend fd-rules-file

               move function concatenate(
                   ws-target-feed-id, "|E|",
                   function trim(ws-split-pattern))
                   to ws-rule-line
               write f-rule-line-raw from ws-rule-line

               move function concatenate(
                   ws-split-feed-id, "|I|",
                   function trim(ws-split-pattern))
                   to ws-rule-line
               write f-rule-line-raw from ws-rule-line

           close fd-rules-file

           exit paragraph.


      *>*****************************************************************
      *> Shared store handling
      *>*****************************************************************
       read-list-record-by-id.

           set ws-feed-found to true

           open input fd-rss-list-file
               read fd-rss-list-file into ws-rss-list-record
                   key is f-rss-feed-id
                   invalid key
                       set ws-feed-not-found to true
               end-read
           close fd-rss-list-file

           exit paragraph.


       load-content-record.

           move zero to ws-num-items

           open input fd-rss-content-file
           if ws-content-file-status = zero
               read fd-rss-content-file into ws-rss-record
                   at end move zero to ws-num-items
               end-read
           end-if
           close fd-rss-content-file

           exit paragraph.


       fold-item-state-file.

      *> Same fold rss-parser makes at refresh time: the side-car
      *> holds what the viewer wrote since the last full flush.
           move function substitute(
               function trim(ws-rss-content-file-name),
               ".dat", ".itm")
               to ws-rss-item-state-file-name

           open input fd-rss-item-state-file

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               if ws-item-guid(ws-item-idx) not = spaces then
                   move ws-item-guid(ws-item-idx) to f-itm-guid
                   read fd-rss-item-state-file
                       key is f-itm-guid
                       invalid key
                           continue
                       not invalid key
                           perform fold-one-item-state
                   end-read
               end-if

           end-perform

           close fd-rss-item-state-file

           exit paragraph.


       fold-one-item-state.

           if f-itm-read = 'Y' then
               move 'Y' to ws-item-read(ws-item-idx)
           end-if
           if f-itm-tags not = spaces then
               move f-itm-tags to ws-item-tags(ws-item-idx)
           end-if
           if f-itm-open-count > ws-item-open-count(ws-item-idx) then
               move f-itm-open-count
                   to ws-item-open-count(ws-item-idx)
           end-if
           if f-itm-snooze-until not = zero then
               move f-itm-snooze-until
                   to ws-item-snooze-until(ws-item-idx)
           end-if
           if f-itm-first-read not = zero
           and (ws-item-first-read(ws-item-idx) = zero
               or f-itm-first-read
               < ws-item-first-read(ws-item-idx)) then
               move f-itm-first-read
                   to ws-item-first-read(ws-item-idx)
           end-if

           exit paragraph.


       rebuild-item-state-file.

           move function substitute(
               function trim(ws-target-dat-file-name),
               ".dat", ".itm")
               to ws-rss-item-state-file-name

           open output fd-rss-item-state-file

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               if ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-guid(ws-item-idx) not = spaces then
                   move ws-item-guid(ws-item-idx) to f-itm-guid
                   move ws-item-read(ws-item-idx) to f-itm-read
                   move ws-item-tags(ws-item-idx) to f-itm-tags
                   move ws-item-open-count(ws-item-idx)
                       to f-itm-open-count
                   move ws-item-snooze-until(ws-item-idx)
                       to f-itm-snooze-until
                   move ws-item-first-read(ws-item-idx)
                       to f-itm-first-read
                   write f-item-state-record
                       invalid key
                           continue
                   end-write
               end-if

           end-perform

           close fd-rss-item-state-file

           exit paragraph.


       stage-and-swap-content-file.

      *> ws-rss-content-file-name names the file; the record goes
      *> to a .tmp beside it and is renamed into place.
           move function trim(ws-rss-content-file-name)
               to ws-target-dat-file-name
           move function concatenate(
               function trim(ws-target-dat-file-name), ".tmp")
               to ws-rss-content-temp-file-name

           move ws-rss-content-temp-file-name
               to ws-rss-content-file-name
           open output fd-rss-content-file
               write f-rss-content-record from ws-rss-record
               end-write
           close fd-rss-content-file

           perform swap-staged-content-file

           exit paragraph.


       stage-and-swap-mrg-record.

           move function concatenate(
               function trim(ws-target-dat-file-name), ".tmp")
               to ws-rss-content-temp-file-name

           move ws-rss-content-temp-file-name
               to ws-rss-content-file-name
           open output fd-rss-content-file
               write f-rss-content-record from mrg-rss-record
               end-write
           close fd-rss-content-file

           perform swap-staged-content-file

           exit paragraph.


       swap-staged-content-file.

           move function concatenate(
               "mv ", function trim(ws-rss-content-temp-file-name),
               " ", function trim(ws-target-dat-file-name))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           if ws-pipe-return not = zero then
               call "logger" using function concatenate(
                   "Feed merge: unable to swap ",
                   function trim(ws-rss-content-temp-file-name),
                   " into place (mv status ", ws-pipe-return, ")")
               end-call
           end-if

           move ws-target-dat-file-name to ws-rss-content-file-name

           exit paragraph.


       update-summary-index.

           move zero to ws-sum-unread-count
           move zero to ws-sum-latest-epoch
           move function rss-epoch-minutes to ws-sum-now-epoch

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               if ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-hidden(ws-item-idx) not = 'Y'
               and ws-item-snooze-until(ws-item-idx)
                   not > ws-sum-now-epoch
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


       allocate-next-feed-id.

           set ws-not-eof to true
           move zero to ws-last-id-record

           open input fd-rss-last-id-file
               perform until ws-eof
                   read fd-rss-last-id-file into ws-last-id-record
                       at end set ws-eof to true
                   end-read
               end-perform
           close fd-rss-last-id-file

           compute ws-next-rss-id = ws-last-id-record + 1
           move ws-next-rss-id to ws-last-id-record

           open output fd-rss-last-id-file
               write f-rss-last-id-record from ws-last-id-record
               end-write
           close fd-rss-last-id-file

           exit paragraph.

       end program rss-feed-merge.
