      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: "Related items" for the item viewer (F19). Every
      *>          item in every feed is scored against the item being
      *>          read:
      *>            each shared identifier (the rss-xref-index
      *>              prefixes - feeds/xrefpatterns.dat, default CVE-
      *>              and KB)                                   +5
      *>            each shared tag                              +3
      *>            the same author                              +2
      *>            each shared significant title word (four
      *>              letters or more, not a stop word from
      *>              feeds/stopwords.dat)                       +1
      *>          and the ten best scoring at least 2 come back, best
      *>          first and newest first within a score. Copies of the
      *>          same story (the cross-post cluster - same link,
      *>          guid, or normalized title, the keys rss-cluster-scan
      *>          uses) are left out, as are hidden and held items.
      *>          Operations:
      *>          'F' - find the related items for l-related-source;
      *>          'M' - record the read mark, tags and snooze of list
      *>                entry l-related-pick after it was viewed. The
      *>                item state side-car (rss_<id>.itm, or the
      *>                operator's own overlay) always takes it; the
      *>                shared content file is flushed as well only
      *>                when no operator is active and the store lock
      *>                can be had.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-related-items.

       environment division.

       configuration section.

       repository.
           function pipe-open
           function pipe-close
           function rss-epoch-minutes
           function rss-operator-name
           function rss-store-lock
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".

               select optional fd-rss-content-file
               assign to dynamic ws-rss-content-file-name
               status is ws-content-file-status.

               copy "./copybooks/filecontrol/rss_item_state_file.cpy".

               select optional fd-xref-pattern-file
               assign to dynamic ws-xref-pattern-file-name
               organization is line sequential.

               select optional fd-stopwords-file
               assign to dynamic ws-stopwords-file-name
               organization is line sequential
               file status is ws-stopwords-file-status.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_item_state_file.cpy".

           FD fd-xref-pattern-file.
           01  f-xref-pattern-line-raw        pic x(64).

           FD fd-stopwords-file.
           01  f-stopword-line-raw            pic x(32).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-record.cpy".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-rss-content-file-name          pic x(256) value spaces.
       77  ws-rss-content-real-name          pic x(256) value spaces.
       77  ws-rss-content-temp-file-name     pic x(256) value spaces.
       77  ws-content-file-status            pic 99.
       77  ws-content-file-write-status      pic 99.
       77  ws-rss-item-state-file-name       pic x(256) value spaces.

       77  ws-rss-swap-cmd                   pic x(600) value spaces.
       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       77  ws-operator-name                  pic x(32) value spaces.
       77  ws-lock-status                    pic 9 value zero.
       77  ws-commit-mode                    pic x value space.
       77  ws-commit-operation               pic x(32) value spaces.

      *> Summary-index figures handed to rss-summary-update after the
      *> shared content file is flushed.
       77  ws-sum-unread-count               pic 9(6) value zero.
       77  ws-sum-latest-epoch               pic 9(10) value zero.
       77  ws-now-epoch-min                  pic 9(10) value zero.
       77  ws-xref-pattern-file-name         pic x(256) value spaces.
       77  ws-stopwords-file-name            pic x(256) value spaces.
       77  ws-stopwords-file-status          pic 99 value zero.

       78  ws-related-min-score              value 2.
       78  ws-max-related                    value 10.

      *> Identifier prefixes, as rss-xref-index loads them.
       78  ws-max-xref-patterns              value 20.
       01  ws-xref-pattern-table.
           05  ws-xref-pattern occurs 20 times.
               10  ws-xref-prefix            pic x(16) value spaces.
               10  ws-xref-prefix-len        pic 9(2) value zero.

       77  ws-xref-pattern-count             pic 9(2) value zero.
       77  ws-xref-pattern-idx               pic 9(2) value zero.
       77  ws-xref-pattern-line              pic x(64) value spaces.

      *> Stop words, as rss-trend-report loads them.
       78  ws-max-stopwords                  value 200.
       01  ws-stopword-table.
           05  ws-stopword                   pic x(24) value spaces
                                             occurs 200 times.
       77  ws-stopword-count                 pic 9(3) value zero.
       77  ws-stopword-idx                   pic 9(3) value zero.
       77  ws-stopword-line                  pic x(32) value spaces.

      *> Built-in defaults used when feeds/stopwords.dat is absent.
       01  ws-default-stopwords.
           05  filler pic x(56) value
               "this that with from have will your about more than".
           05  filler pic x(56) value
               "when what were been they them then their there".
           05  filler pic x(56) value
               "which while after before over under between into".
           05  filler pic x(56) value
               "onto these those would could should here just also".
           05  filler pic x(56) value
               "only very some most each every other another".

      *> What the item being read is known by.
       78  ws-max-keys                       value 20.
       01  ws-source-keys.
           05  ws-src-ident-count            pic 9(2) value zero.
           05  ws-src-ident                  pic x(64) value spaces
                                             occurs 20 times.
           05  ws-src-tag-count              pic 9(2) value zero.
           05  ws-src-tag                    pic x(64) value spaces
                                             occurs 8 times.
           05  ws-src-word-count             pic 9(2) value zero.
           05  ws-src-word                   pic x(24) value spaces
                                             occurs 20 times.
           05  ws-src-title-upper            pic x(128) value spaces.
           05  ws-src-author-upper           pic x(64) value spaces.

      *> The same keys worked out for each candidate item.
       01  ws-found-keys.
           05  ws-found-ident-count          pic 9(2) value zero.
           05  ws-found-ident                pic x(64) value spaces
                                             occurs 20 times.
           05  ws-found-word-count           pic 9(2) value zero.
           05  ws-found-word                 pic x(24) value spaces
                                             occurs 20 times.

       77  ws-tag-list                       pic x(64) value spaces.
       01  ws-tag-token-table.
           05  ws-tag-token                  pic x(64) value spaces
                                             occurs 8 times.
       77  ws-tag-idx                        pic 9(2) value zero.
       77  ws-key-idx                        pic 9(2) value zero.
       77  ws-match-idx                      pic 9(2) value zero.

      *> Upper-cased title and description scanned for identifiers,
      *> with a trailing space so an identifier ending the text
      *> still has a terminator.
       77  ws-scan-buffer                    pic x(1200) value spaces.
       77  ws-scan-len                       pic 9(4) value zero.
       77  ws-scan-pos                       pic 9(4) value zero.
       77  ws-scan-end                       pic 9(4) value zero.
       77  ws-scan-digits                    pic 9(4) value zero.
       77  ws-scan-prev-char                 pic x value space.
       77  ws-found-ident-text               pic x(64) value spaces.

       77  ws-token-buffer                   pic x(128) value spaces.
       77  ws-token-word                     pic x(24) value spaces.
       77  ws-token-char                     pic x value space.
       77  ws-token-len                      pic 9(3) value zero.
       77  ws-token-scan-idx                 pic 9(5) value zero.

       77  ws-rss-idx                        pic 9(5) value zero.
       77  ws-item-idx                       pic 9(6) value zero.
       77  ws-shift-idx                      pic 9(2) value zero.
       77  ws-insert-idx                     pic 9(2) value zero.

       77  ws-cand-score                     pic 9(3) value zero.
       77  ws-cand-reason                    pic x(40) value spaces.
       77  ws-cand-word-hits                 pic 9(2) value zero.
       77  ws-cand-word-hits-disp            pic z9.
       77  ws-cand-title-upper               pic x(128) value spaces.
       77  ws-cand-author-upper              pic x(64) value spaces.
       77  ws-scanned-count                  pic 9(7) value zero.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       01  ws-word-is-stop-sw                pic a value 'N'.
           88  ws-word-is-stop               value 'Y'.
           88  ws-word-not-stop              value 'N'.

       01  ws-key-found-sw                   pic a value 'N'.
           88  ws-key-found                  value 'Y'.
           88  ws-key-not-found              value 'N'.

       01  ws-pick-matches-sw                pic a value 'N'.
           88  ws-pick-matches               value 'Y'.
           88  ws-pick-moved                 value 'N'.

       01  ws-itm-found-sw                   pic a value 'N'.
           88  ws-itm-found                  value 'Y'.
           88  ws-itm-not-found              value 'N'.

       01  ws-same-story-sw                  pic a value 'N'.
           88  ws-same-story                 value 'Y'.
           88  ws-other-story                value 'N'.

      *> Which key table the identifier and word scans fill.
       01  ws-scan-target-sw                 pic a value 'S'.
           88  ws-scan-for-source            value 'S'.
           88  ws-scan-for-candidate         value 'C'.

       linkage section.

       01  l-related-op                      pic x.
           88  l-related-find                value 'F'.
           88  l-related-mark-read           value 'M'.

       copy "./copybooks/wsrecord/ws-related-items.cpy"
           replacing leading ==ws== by ==l==.

       01  l-related-pick                    pic 9(2).

       procedure division using
           l-related-op, l-related-source, l-related-list,
           l-related-pick.

       main-procedure.

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name

           evaluate true
               when l-related-find
                   perform find-related-items
               when l-related-mark-read
                   perform mark-related-read
           end-evaluate

           goback.


       find-related-items.

           initialize l-related-list

           perform load-xref-patterns
           perform load-stopwords
           perform build-source-keys

           perform load-highest-rss-record
           if ws-last-id-record is zeros then
               exit paragraph
           end-if

           move zero to ws-scanned-count

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
                           perform scan-feed-for-related
                   end-read

               end-perform
           close fd-rss-list-file

           call "logger" using function concatenate(
               "Related items: ", l-rel-count, " found among ",
               ws-scanned-count, " items for: ",
               function trim(l-rsrc-title))
           end-call

           exit paragraph.


       build-source-keys.

           initialize ws-source-keys

           move function upper-case(function trim(l-rsrc-title))
               to ws-src-title-upper
           move function upper-case(function trim(l-rsrc-author))
               to ws-src-author-upper

           move l-rsrc-tags to ws-tag-list
           perform split-tags
           perform varying ws-tag-idx from 1 by 1
               until ws-tag-idx > 8
               if ws-tag-token(ws-tag-idx) not = spaces then
                   add 1 to ws-src-tag-count
                   move ws-tag-token(ws-tag-idx)
                       to ws-src-tag(ws-src-tag-count)
               end-if
           end-perform

           set ws-scan-for-source to true

           move function upper-case(function concatenate(
               function trim(l-rsrc-title), " ",
               function trim(l-rsrc-desc), " "))
               to ws-scan-buffer
           perform scan-for-identifiers

           move function lower-case(l-rsrc-title) to ws-token-buffer
           perform tokenize-title

           exit paragraph.


       scan-feed-for-related.

           move zero to ws-num-items
           open input fd-rss-content-file
               read fd-rss-content-file into ws-rss-record
                   at end move zero to ws-num-items
               end-read
           close fd-rss-content-file

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               if ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-hidden(ws-item-idx) not = 'Y'
               and ws-item-held(ws-item-idx) = space then
                   add 1 to ws-scanned-count
                   perform score-candidate-item
               end-if

           end-perform

           exit paragraph.


       score-candidate-item.

           perform check-same-story
           if ws-same-story then
               exit paragraph
           end-if

           move zero to ws-cand-score
           move spaces to ws-cand-reason
           set ws-scan-for-candidate to true

           if ws-src-ident-count > zero then
               perform score-shared-identifiers
           end-if

           if ws-src-tag-count > zero
           and ws-item-tags(ws-item-idx) not = spaces then
               perform score-shared-tags
           end-if

           if ws-src-author-upper not = spaces then
               move function upper-case(function trim(
                   ws-item-author(ws-item-idx)))
                   to ws-cand-author-upper
               if ws-cand-author-upper = ws-src-author-upper then
                   add 2 to ws-cand-score
                   if ws-cand-reason = spaces then
                       move function concatenate("same author: ",
                           function trim(ws-item-author(ws-item-idx)))
                           to ws-cand-reason
                   end-if
               end-if
           end-if

           if ws-src-word-count > zero then
               perform score-shared-words
           end-if

           if ws-cand-score >= ws-related-min-score then
               perform insert-related-entry
           end-if

           exit paragraph.


       check-same-story.

      *> Same identity keys rss-cluster-scan links clusters by:
      *> link (or canonical link), guid, or normalized title. The
      *> item being read is its own cluster's first member.
           set ws-other-story to true

           if l-rsrc-link not = spaces
           and (ws-item-link(ws-item-idx) = l-rsrc-link
               or ws-item-canon-link(ws-item-idx) = l-rsrc-link) then
               set ws-same-story to true
               exit paragraph
           end-if

           if l-rsrc-guid not = spaces
           and ws-item-guid(ws-item-idx) = l-rsrc-guid then
               set ws-same-story to true
               exit paragraph
           end-if

           move function upper-case(function trim(
               ws-item-title(ws-item-idx))) to ws-cand-title-upper
           if ws-src-title-upper not = spaces
           and ws-cand-title-upper = ws-src-title-upper then
               set ws-same-story to true
           end-if

           exit paragraph.


       score-shared-identifiers.

           move function upper-case(function concatenate(
               function trim(ws-item-title(ws-item-idx)), " ",
               function trim(ws-item-desc(ws-item-idx)), " "))
               to ws-scan-buffer
           perform scan-for-identifiers

           perform varying ws-key-idx from 1 by 1
               until ws-key-idx > ws-src-ident-count
               perform varying ws-match-idx from 1 by 1
                   until ws-match-idx > ws-found-ident-count
                   if ws-found-ident(ws-match-idx)
                   = ws-src-ident(ws-key-idx) then
                       add 5 to ws-cand-score
                       if ws-cand-reason = spaces then
                           move ws-src-ident(ws-key-idx)
                               to ws-cand-reason
                       end-if
                       exit perform
                   end-if
               end-perform
           end-perform

           exit paragraph.


       score-shared-tags.

           move ws-item-tags(ws-item-idx) to ws-tag-list
           perform split-tags

           perform varying ws-key-idx from 1 by 1
               until ws-key-idx > ws-src-tag-count
               perform varying ws-tag-idx from 1 by 1
                   until ws-tag-idx > 8
                   if ws-tag-token(ws-tag-idx) not = spaces
                   and ws-tag-token(ws-tag-idx)
                       = ws-src-tag(ws-key-idx) then
                       add 3 to ws-cand-score
                       if ws-cand-reason = spaces then
                           move function concatenate("tag: ",
                               function trim(
                                   ws-src-tag(ws-key-idx)))
                               to ws-cand-reason
                       end-if
                       exit perform
                   end-if
               end-perform
           end-perform

           exit paragraph.


       score-shared-words.

           move function lower-case(ws-item-title(ws-item-idx))
               to ws-token-buffer
           perform tokenize-title

           move zero to ws-cand-word-hits
           perform varying ws-key-idx from 1 by 1
               until ws-key-idx > ws-src-word-count
               perform varying ws-match-idx from 1 by 1
                   until ws-match-idx > ws-found-word-count
                   if ws-found-word(ws-match-idx)
                   = ws-src-word(ws-key-idx) then
                       add 1 to ws-cand-word-hits
                       exit perform
                   end-if
               end-perform
           end-perform

           if ws-cand-word-hits > zero then
               add ws-cand-word-hits to ws-cand-score
               if ws-cand-reason = spaces then
                   move ws-cand-word-hits to ws-cand-word-hits-disp
                   move function concatenate(
                       function trim(ws-cand-word-hits-disp),
                       " title word(s) in common")
                       to ws-cand-reason
               end-if
           end-if

           exit paragraph.


       split-tags.

      *> Tags are kept comma separated (see rss-tag-tool) and
      *> compared case-blind.
           move spaces to ws-tag-token-table
           unstring ws-tag-list delimited by ","
               into ws-tag-token(1) ws-tag-token(2)
                    ws-tag-token(3) ws-tag-token(4)
                    ws-tag-token(5) ws-tag-token(6)
                    ws-tag-token(7) ws-tag-token(8)
           end-unstring

           perform varying ws-tag-idx from 1 by 1
               until ws-tag-idx > 8
               move function upper-case(function trim(
                   ws-tag-token(ws-tag-idx)))
                   to ws-tag-token(ws-tag-idx)
           end-perform

           exit paragraph.


       insert-related-entry.

      *> Best score first; within a score, newest first.
           perform varying ws-insert-idx from 1 by 1
               until ws-insert-idx > l-rel-count
               if ws-cand-score > l-rel-score(ws-insert-idx)
               or (ws-cand-score = l-rel-score(ws-insert-idx)
                   and ws-item-pub-epoch-min(ws-item-idx)
                       > l-rel-pub-epoch(ws-insert-idx)) then
                   exit perform
               end-if
           end-perform

           if ws-insert-idx > ws-max-related then
               exit paragraph
           end-if

           if l-rel-count < ws-max-related then
               add 1 to l-rel-count
           end-if

           perform varying ws-shift-idx from l-rel-count by -1
               until ws-shift-idx <= ws-insert-idx
               move l-rel-entry(ws-shift-idx - 1)
                   to l-rel-entry(ws-shift-idx)
           end-perform

           initialize l-rel-entry(ws-insert-idx)
           move ws-cand-score to l-rel-score(ws-insert-idx)
           move ws-cand-reason to l-rel-reason(ws-insert-idx)
           move ws-feed-title to l-rel-feed-title(ws-insert-idx)
           move ws-feed-site-link
               to l-rel-feed-site-link(ws-insert-idx)
           move ws-rss-content-file-name
               to l-rel-content-file(ws-insert-idx)
           move ws-item-idx to l-rel-item-idx(ws-insert-idx)
           move ws-item-pub-epoch-min(ws-item-idx)
               to l-rel-pub-epoch(ws-insert-idx)
           move ws-item-exists(ws-item-idx)
               to l-rel-item-exists(ws-insert-idx)
           move ws-item-title(ws-item-idx)
               to l-rel-item-title(ws-insert-idx)
           move ws-item-link(ws-item-idx)
               to l-rel-item-link(ws-insert-idx)
           move ws-item-guid(ws-item-idx)
               to l-rel-item-guid(ws-insert-idx)
           move ws-item-pub-date(ws-item-idx)
               to l-rel-item-pub-date(ws-insert-idx)
           move ws-item-desc(ws-item-idx)
               to l-rel-item-desc(ws-insert-idx)
           move ws-item-read(ws-item-idx) to l-rel-read(ws-insert-idx)
           move ws-item-tags(ws-item-idx) to l-rel-tags(ws-insert-idx)
           move ws-item-snooze-until(ws-item-idx)
               to l-rel-snooze(ws-insert-idx)
           move ws-item-author(ws-item-idx)
               to l-rel-author(ws-insert-idx)
           move ws-item-comments(ws-item-idx)
               to l-rel-comments(ws-insert-idx)

           exit paragraph.


       mark-related-read.

           if l-related-pick = zero
           or l-related-pick > l-rel-count then
               exit paragraph
           end-if

           move function rss-operator-name to ws-operator-name
           move l-rel-content-file(l-related-pick)
               to ws-rss-content-real-name
           move l-rel-item-idx(l-related-pick) to ws-item-idx

           perform load-picked-content
           if ws-pick-moved then
               exit paragraph
           end-if

           perform apply-related-marks
           perform save-related-item-state

      *> With an operator active the shared content file is left
      *> alone - that operator's place lives entirely in their
      *> overlay, as in the feed viewer.
           if ws-operator-name not = spaces then
               exit paragraph
           end-if

      *> The flush takes the store lock like every other writer;
      *> when a refresh holds it, the flush is skipped safely - the
      *> side-car record written above already carries the read
      *> flag, and the parser folds it back in.
           move function rss-store-lock('A') to ws-lock-status

           if ws-lock-status not = 1 then
               call "logger" using function concatenate(
                   "Feed store locked - skipping the related item ",
                   "flush; the read flag is preserved in the item ",
                   "state side-car.")
               end-call
               exit paragraph
           end-if

      *> Re-read under the lock - a refresh may have rewritten the
      *> file since it was read above.
           perform load-picked-content

           if ws-pick-matches then
      *> Two stores change here (content + summary) - journal the
      *> intent so a crash between them reconciles at startup.
               move 'B' to ws-commit-mode
               move "related-flush" to ws-commit-operation
               call "rss-commit-journal" using
                   ws-commit-mode ws-commit-operation ws-feed-id
               end-call

               perform apply-related-marks
               perform stage-and-swap-content-file
               perform update-summary-index

               move 'E' to ws-commit-mode
               call "rss-commit-journal" using
                   ws-commit-mode ws-commit-operation ws-feed-id
               end-call
           end-if

           move function rss-store-lock('R') to ws-lock-status

           exit paragraph.


       load-picked-content.

           set ws-pick-moved to true
           move ws-rss-content-real-name to ws-rss-content-file-name

           move zero to ws-num-items
           open input fd-rss-content-file
               read fd-rss-content-file into ws-rss-record
                   at end move zero to ws-num-items
               end-read
           close fd-rss-content-file

      *> A refresh since the list was built can have moved the item
      *> - only write back onto the same item.
           if ws-item-idx = zero or ws-item-idx > ws-num-items then
               exit paragraph
           end-if
           if ws-item-guid(ws-item-idx)
               not = l-rel-item-guid(l-related-pick)
           or ws-item-title(ws-item-idx)
               not = l-rel-item-title(l-related-pick) then
               exit paragraph
           end-if

           set ws-pick-matches to true

           exit paragraph.


       apply-related-marks.

           move 'Y' to ws-item-read(ws-item-idx)
           move 'N' to ws-item-updated(ws-item-idx)
           if ws-item-first-read(ws-item-idx) = zero then
               move function rss-epoch-minutes
                   to ws-item-first-read(ws-item-idx)
           end-if
           move l-rel-tags(l-related-pick) to ws-item-tags(ws-item-idx)
           move l-rel-snooze(l-related-pick)
               to ws-item-snooze-until(ws-item-idx)
           move ws-item-cmt-count(ws-item-idx)
               to ws-item-cmt-seen(ws-item-idx)

           exit paragraph.


       save-related-item-state.

           if ws-item-guid(ws-item-idx) = spaces then
      *> No guid to key on - the read mark rides along with the
      *> shared-file flush only.
               exit paragraph
           end-if

      *> The side-car sits next to the content file: rss_<id>.dat
      *> becomes rss_<id>.itm - or rss_<id>_<operator>.itm when an
      *> operator keeps their own overlay on a shared store.
           if ws-operator-name = spaces then
               move function substitute(
                   function trim(ws-rss-content-real-name),
                   ".dat", ".itm")
                   to ws-rss-item-state-file-name
           else
               move function substitute(
                   function trim(ws-rss-content-real-name),
                   ".dat",
                   function concatenate(
                       "_", function trim(ws-operator-name),
                       ".itm"))
                   to ws-rss-item-state-file-name
           end-if

           open i-o fd-rss-item-state-file

               move ws-item-guid(ws-item-idx) to f-itm-guid
               read fd-rss-item-state-file
                   key is f-itm-guid
                   invalid key
                       set ws-itm-not-found to true
                   not invalid key
                       set ws-itm-found to true
               end-read

      *> An existing record keeps its own open count and first-read
      *> time - the overlay can be ahead of the shared file.
               move ws-item-guid(ws-item-idx) to f-itm-guid
               move ws-item-read(ws-item-idx) to f-itm-read
               move ws-item-tags(ws-item-idx) to f-itm-tags
               move ws-item-snooze-until(ws-item-idx)
                   to f-itm-snooze-until

               if ws-itm-found then
                   if f-itm-first-read = zero then
                       move ws-item-first-read(ws-item-idx)
                           to f-itm-first-read
                   end-if
                   rewrite f-item-state-record
                       invalid key
                           call "logger" using function concatenate(
                               "Unable to save item state for ",
                               "guid: ", function trim(f-itm-guid))
                           end-call
                   end-rewrite
               else
                   move ws-item-open-count(ws-item-idx)
                       to f-itm-open-count
                   move ws-item-first-read(ws-item-idx)
                       to f-itm-first-read
                   write f-item-state-record
                       invalid key
                           call "logger" using function concatenate(
                               "Unable to save item state for ",
                               "guid: ", function trim(f-itm-guid))
                           end-call
                   end-write
               end-if

           close fd-rss-item-state-file

           exit paragraph.


       stage-and-swap-content-file.

           call "logger" using function concatenate(
               "Saving related item status to: ",
               function trim(ws-rss-content-real-name))
           end-call

      *> Stage to a temp file first, then swap it into place with an
      *> actual rename (a shell "mv") - same last-known-good
      *> protection the other content-file writers use.
           move function concatenate(
               function trim(ws-rss-content-real-name), ".tmp")
               to ws-rss-content-temp-file-name

           move ws-rss-content-temp-file-name
               to ws-rss-content-file-name
           open output fd-rss-content-file
               write f-rss-content-record from ws-rss-record
               end-write
      *> Save the write status before the close below overwrites
      *> ws-content-file-status with the close operation's own
      *> outcome, so a failed write is not mistaken for success.
           move ws-content-file-status to ws-content-file-write-status
           close fd-rss-content-file

           if ws-content-file-write-status <> zero then
               call "logger" using function concatenate(
                   "Failed to stage related item status, status ",
                   ws-content-file-write-status, ". Leaving existing ",
                   "content file unchanged: ",
                   function trim(ws-rss-content-real-name))
               end-call
               exit paragraph
           end-if

           move function concatenate(
               "mv ", function trim(ws-rss-content-temp-file-name),
               " ", function trim(ws-rss-content-real-name))
               to ws-rss-swap-cmd

           move pipe-open(ws-rss-swap-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           if ws-pipe-return is not zero then
               call "logger" using function concatenate(
                   "Failed to swap related item status into ",
                   function trim(ws-rss-content-real-name),
                   " : mv exit status ", ws-pipe-return)
               end-call
           end-if

           exit paragraph.


       update-summary-index.

      *> Keep the menu's summary index in step with the read flag
      *> just flushed.
           move zero to ws-sum-unread-count
           move zero to ws-sum-latest-epoch
           move function rss-epoch-minutes to ws-now-epoch-min

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               if ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-hidden(ws-item-idx) not = 'Y'
               and ws-item-snooze-until(ws-item-idx)
                   not > ws-now-epoch-min
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


       scan-for-identifiers.

           if ws-scan-for-source then
               move zero to ws-src-ident-count
           else
               move zero to ws-found-ident-count
           end-if

           move function length(function trim(
               ws-scan-buffer, trailing)) to ws-scan-len

           perform varying ws-xref-pattern-idx from 1 by 1
               until ws-xref-pattern-idx > ws-xref-pattern-count

               move 1 to ws-scan-pos
               perform until ws-scan-pos
                   + ws-xref-prefix-len(ws-xref-pattern-idx)
                   > ws-scan-len
                   perform match-prefix-at-position
               end-perform

           end-perform

           exit paragraph.


       match-prefix-at-position.

           if ws-scan-buffer(ws-scan-pos:
               ws-xref-prefix-len(ws-xref-pattern-idx))
               not = ws-xref-prefix(ws-xref-pattern-idx)(1:
                   ws-xref-prefix-len(ws-xref-pattern-idx)) then
               add 1 to ws-scan-pos
               exit paragraph
           end-if

      *> The prefix must start a word - "KB" inside "SKB1" is not
      *> a knowledge-base number.
           if ws-scan-pos > 1 then
               move ws-scan-buffer(ws-scan-pos - 1:1)
                   to ws-scan-prev-char
               if (ws-scan-prev-char >= "A"
                   and ws-scan-prev-char <= "Z")
               or ws-scan-prev-char is numeric then
                   add 1 to ws-scan-pos
                   exit paragraph
               end-if
           end-if

           compute ws-scan-end = ws-scan-pos
               + ws-xref-prefix-len(ws-xref-pattern-idx)
           move zero to ws-scan-digits

           perform until ws-scan-end > ws-scan-len
               or (ws-scan-buffer(ws-scan-end:1) is not numeric
                   and ws-scan-buffer(ws-scan-end:1) not = "-")
               if ws-scan-buffer(ws-scan-end:1) is numeric then
                   add 1 to ws-scan-digits
               end-if
               add 1 to ws-scan-end
           end-perform

      *> A trailing hyphen is punctuation, not part of the id.
           perform until ws-scan-end <= ws-scan-pos
               or ws-scan-buffer(ws-scan-end - 1:1) not = "-"
               subtract 1 from ws-scan-end
           end-perform

           if ws-scan-digits > zero
           and ws-scan-end - ws-scan-pos <= 64 then
               move spaces to ws-found-ident-text
               move ws-scan-buffer(ws-scan-pos:
                   ws-scan-end - ws-scan-pos)
                   to ws-found-ident-text
               perform keep-found-identifier
           end-if

           if ws-scan-end > ws-scan-pos then
               move ws-scan-end to ws-scan-pos
           else
               add 1 to ws-scan-pos
           end-if

           exit paragraph.


       keep-found-identifier.

      *> Each identifier counts once however often it is repeated.
           set ws-key-not-found to true

           if ws-scan-for-source then
               perform varying ws-key-idx from 1 by 1
                   until ws-key-idx > ws-src-ident-count
                   if ws-src-ident(ws-key-idx) = ws-found-ident-text
                       set ws-key-found to true
                   end-if
               end-perform
               if ws-key-not-found
               and ws-src-ident-count < ws-max-keys then
                   add 1 to ws-src-ident-count
                   move ws-found-ident-text
                       to ws-src-ident(ws-src-ident-count)
               end-if
           else
               perform varying ws-key-idx from 1 by 1
                   until ws-key-idx > ws-found-ident-count
                   if ws-found-ident(ws-key-idx) = ws-found-ident-text
                       set ws-key-found to true
                   end-if
               end-perform
               if ws-key-not-found
               and ws-found-ident-count < ws-max-keys then
                   add 1 to ws-found-ident-count
                   move ws-found-ident-text
                       to ws-found-ident(ws-found-ident-count)
               end-if
           end-if

           exit paragraph.


       tokenize-title.

      *> Character walk building alphabetic words of four letters
      *> or more, the same way rss-trend-report cuts its terms.
           if ws-scan-for-source then
               move zero to ws-src-word-count
           else
               move zero to ws-found-word-count
           end-if

           move zero to ws-token-len
           move spaces to ws-token-word

           perform varying ws-token-scan-idx from 1 by 1
               until ws-token-scan-idx > 128

               move ws-token-buffer(ws-token-scan-idx:1)
                   to ws-token-char

               if ws-token-char >= "a"
               and ws-token-char <= "z" then
                   if ws-token-len < 24 then
                       add 1 to ws-token-len
                       move ws-token-char
                           to ws-token-word(ws-token-len:1)
                   end-if
               else
                   if ws-token-len >= 4 then
                       perform keep-title-word
                   end-if
                   move zero to ws-token-len
                   move spaces to ws-token-word
               end-if

           end-perform

           if ws-token-len >= 4 then
               perform keep-title-word
           end-if

           exit paragraph.


       keep-title-word.

           perform check-word-is-stopword
           if ws-word-is-stop then
               exit paragraph
           end-if

           set ws-key-not-found to true

           if ws-scan-for-source then
               perform varying ws-key-idx from 1 by 1
                   until ws-key-idx > ws-src-word-count
                   if ws-src-word(ws-key-idx) = ws-token-word
                       set ws-key-found to true
                   end-if
               end-perform
               if ws-key-not-found
               and ws-src-word-count < ws-max-keys then
                   add 1 to ws-src-word-count
                   move ws-token-word
                       to ws-src-word(ws-src-word-count)
               end-if
           else
               perform varying ws-key-idx from 1 by 1
                   until ws-key-idx > ws-found-word-count
                   if ws-found-word(ws-key-idx) = ws-token-word
                       set ws-key-found to true
                   end-if
               end-perform
               if ws-key-not-found
               and ws-found-word-count < ws-max-keys then
                   add 1 to ws-found-word-count
                   move ws-token-word
                       to ws-found-word(ws-found-word-count)
               end-if
           end-if

           exit paragraph.


       check-word-is-stopword.

           set ws-word-not-stop to true

           perform varying ws-stopword-idx from 1 by 1
               until ws-stopword-idx > ws-stopword-count
               if ws-stopword(ws-stopword-idx) = ws-token-word then
                   set ws-word-is-stop to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


       load-xref-patterns.

           move zero to ws-xref-pattern-count
           move function resolve-data-path("feeds/xrefpatterns.dat")
               to ws-xref-pattern-file-name
           set ws-not-eof to true

           open input fd-xref-pattern-file
               perform until ws-eof
                   or ws-xref-pattern-count >= ws-max-xref-patterns
                   read fd-xref-pattern-file into ws-xref-pattern-line
                       at end set ws-eof to true
                   not at end
                       if ws-xref-pattern-line not = spaces
                       and ws-xref-pattern-line(1:1) not = "#" then
                           add 1 to ws-xref-pattern-count
                           move function upper-case(function trim(
                               ws-xref-pattern-line))
                               to ws-xref-prefix(
                                   ws-xref-pattern-count)
                       end-if
                   end-read
               end-perform
           close fd-xref-pattern-file

           if ws-xref-pattern-count = zero then
               move 2 to ws-xref-pattern-count
               move "CVE-" to ws-xref-prefix(1)
               move "KB" to ws-xref-prefix(2)
           end-if

           perform varying ws-xref-pattern-idx from 1 by 1
               until ws-xref-pattern-idx > ws-xref-pattern-count
               move function length(function trim(
                   ws-xref-prefix(ws-xref-pattern-idx)))
                   to ws-xref-prefix-len(ws-xref-pattern-idx)
           end-perform

           exit paragraph.


       load-stopwords.

           move zero to ws-stopword-count
           move function resolve-data-path("feeds/stopwords.dat")
               to ws-stopwords-file-name
           set ws-not-eof to true

           open input fd-stopwords-file

           if ws-stopwords-file-status = zero then
               perform until ws-eof
                   or ws-stopword-count >= ws-max-stopwords

                   read fd-stopwords-file into ws-stopword-line
                       at end set ws-eof to true
                   not at end
                       if ws-stopword-line not = spaces
                       and ws-stopword-line(1:1) not = "#" then
                           add 1 to ws-stopword-count
                           move function lower-case(
                               function trim(ws-stopword-line))
                               to ws-stopword(ws-stopword-count)
                       end-if
                   end-read

               end-perform
           end-if

           close fd-stopwords-file
           set ws-not-eof to true

           if ws-stopword-count > zero then
               exit paragraph
           end-if

      *> No operator list - fall back to the built-in set.
           move 1 to ws-token-scan-idx
           perform until ws-token-scan-idx > 280
               or ws-stopword-count >= ws-max-stopwords

               move spaces to ws-token-word
               unstring ws-default-stopwords
                   delimited by all space
                   into ws-token-word
                   with pointer ws-token-scan-idx
               end-unstring

               if ws-token-word not = spaces then
                   add 1 to ws-stopword-count
                   move ws-token-word
                       to ws-stopword(ws-stopword-count)
               end-if

           end-perform

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

       end program rss-related-items.
