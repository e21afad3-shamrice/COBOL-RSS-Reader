      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Feed content data-quality scorecard. Scans every
      *>          content file and counts, per feed, the items with
      *>          no guid, no normalized pub date, an empty
      *>          description, a title repeated within the feed, a
      *>          description spilled to the overflow store, and no
      *>          link. Each feed gets a 0-100 score and a letter
      *>          grade, trended against the previous run (tracked
      *>          in feeds/quality_history.dat).
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-quality-report.

       environment division.

       configuration section.

       repository.
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".

               select optional fd-rss-content-file
               assign to dynamic ws-rss-content-file-name.

               select optional fd-history-file
               assign to dynamic ws-history-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".

           FD fd-history-file.
           01  f-history-line-raw             pic x(80).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-record.cpy".

       77  ws-rss-content-file-name          pic x(255) value spaces.
       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-history-file-name              pic x(256) value spaces.

       77  ws-rss-idx                        pic 9(5) value 1.
       77  ws-item-idx                       pic 9(6) value 1.
       77  ws-dup-scan-idx                   pic 9(6) value 1.

      *> Per-feed measures for the feed being scored.
       77  ws-live-items                     pic 9(6) value zero.
       77  ws-no-guid-count                  pic 9(6) value zero.
       77  ws-undated-count                  pic 9(6) value zero.
       77  ws-empty-desc-count               pic 9(6) value zero.
       77  ws-dup-title-count                pic 9(6) value zero.
       77  ws-overflow-count                 pic 9(6) value zero.
       77  ws-no-link-count                  pic 9(6) value zero.

      *> Penalty weights (points off 100 when every item in the
      *> feed has the defect). A missing guid, date or link breaks
      *> reconcile, ordering or navigation outright; an empty
      *> description or a repeated title just makes the feed
      *> harder to read; overflow is only a hint the publisher
      *> stuffs whole articles into the description.
       78  ws-weight-no-guid                 value 20.
       78  ws-weight-undated                 value 20.
       78  ws-weight-empty-desc              value 15.
       78  ws-weight-dup-title               value 15.
       78  ws-weight-overflow                value 10.
       78  ws-weight-no-link                 value 20.

       77  ws-penalty-x100                   pic 9(9) value zero.
       77  ws-feed-score                     pic 9(3) value zero.
       77  ws-feed-grade                     pic x value space.
       77  ws-score-delta                    pic s9(3) value zero.
       77  ws-score-delta-disp               pic +zz9.
       77  ws-trend-text                     pic x(32) value spaces.

       77  ws-scored-feeds                   pic 9(5) value zero.
       77  ws-score-total                    pic 9(8) value zero.
       77  ws-average-score                  pic 9(3) value zero.
       01  ws-grade-counts.
           05  ws-grade-count                pic 9(5) value zero
                                             occurs 5 times.
       77  ws-grade-idx                      pic 9 value zero.

      *> Last run's scores by feed id, and this run's to be saved.
       78  ws-max-history                    value 500.
       01  ws-history-table.
           05  ws-history-count              pic 9(3) value zero.
           05  ws-history-entry occurs 500 times.
               10  ws-hist-feed-id           pic 9(5) value zero.
               10  ws-hist-prev-score        pic 9(3) value zero.
               10  ws-hist-prev-known        pic a value 'N'.
               10  ws-hist-new-score         pic 9(3) value zero.
               10  ws-hist-new-known         pic a value 'N'.
       77  ws-hist-idx                       pic 9(3) value zero.
       77  ws-hist-found-idx                 pic 9(3) value zero.
       77  ws-hist-lookup-id                 pic 9(5) value zero.
       77  ws-history-line                   pic x(80) value spaces.
       77  ws-hist-id-text                   pic x(16) value spaces.
       77  ws-hist-score-text                pic x(16) value spaces.
       77  ws-hist-id-disp                   pic z(4)9.
       77  ws-hist-score-disp                pic zz9.

       77  ws-count-disp-1                   pic z(5)9.
       77  ws-count-disp-2                   pic z(5)9.
       77  ws-count-disp-3                   pic z(5)9.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       procedure division.

       main-procedure.

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name
           move function resolve-data-path(
               "feeds/quality_history.dat")
               to ws-history-file-name

           call "logger" using
               "Starting feed content quality scorecard..."
           end-call

           perform load-highest-rss-record

           if ws-last-id-record is zeros then
               display "No RSS feeds are configured."
               goback
           end-if

           perform load-previous-scores

           display "Feed content quality scorecard"
           display "------------------------------"

           open input fd-rss-list-file
               perform varying ws-rss-idx from 1 by 1
                   until ws-rss-idx > ws-last-id-record

                   move ws-rss-idx to f-rss-feed-id
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-feed-id
                       invalid key
                           continue
                       not invalid key
                           perform score-one-feed
                   end-read

               end-perform
           close fd-rss-list-file

           display "------------------------------"

           if ws-scored-feeds > zero then
               compute ws-average-score rounded =
                   ws-score-total / ws-scored-feeds
           end-if

           display function concatenate(
               "Feeds scored: ", function trim(ws-scored-feeds),
               "   average score: ", function trim(ws-average-score))
           end-display
           display function concatenate(
               "Grades  A: ", function trim(ws-grade-count(1)),
               "  B: ", function trim(ws-grade-count(2)),
               "  C: ", function trim(ws-grade-count(3)),
               "  D: ", function trim(ws-grade-count(4)),
               "  F: ", function trim(ws-grade-count(5)))
           end-display

           perform save-current-scores

           goback.


       score-one-feed.

           perform load-feed-content
           perform count-feed-defects

           if ws-live-items = zero then
               display function concatenate(
                   function trim(ws-rss-title),
                   ": no items on file to score.")
               end-display
               exit paragraph
           end-if

           perform compute-feed-score
           perform compute-feed-trend

           add 1 to ws-scored-feeds
           add ws-feed-score to ws-score-total
           add 1 to ws-grade-count(ws-grade-idx)

           display function concatenate(
               function trim(ws-rss-title), " (id ",
               function trim(ws-rss-feed-id), "): grade ",
               ws-feed-grade, "  score ", function trim(ws-feed-score),
               "  ", function trim(ws-trend-text))
           end-display

           move ws-live-items to ws-count-disp-1
           move ws-no-guid-count to ws-count-disp-2
           move ws-undated-count to ws-count-disp-3
           display function concatenate(
               "  items ", function trim(ws-count-disp-1),
               "   no guid ", function trim(ws-count-disp-2),
               "   undated ", function trim(ws-count-disp-3),
               "   no link ", function trim(ws-no-link-count))
           end-display

           move ws-empty-desc-count to ws-count-disp-1
           move ws-dup-title-count to ws-count-disp-2
           move ws-overflow-count to ws-count-disp-3
           display function concatenate(
               "  empty desc ", function trim(ws-count-disp-1),
               "   dup titles ", function trim(ws-count-disp-2),
               "   desc overflow ", function trim(ws-count-disp-3))
           end-display

           exit paragraph.


       count-feed-defects.

           move zero to ws-live-items
           move zero to ws-no-guid-count ws-undated-count
           move zero to ws-empty-desc-count ws-dup-title-count
           move zero to ws-overflow-count ws-no-link-count

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               if ws-item-exists(ws-item-idx) = 'Y' then

                   add 1 to ws-live-items

                   if ws-item-guid(ws-item-idx) = spaces then
                       add 1 to ws-no-guid-count
                   end-if

                   if ws-item-pub-epoch-min(ws-item-idx) = zero then
                       add 1 to ws-undated-count
                   end-if

                   if ws-item-desc(ws-item-idx) = spaces then
                       add 1 to ws-empty-desc-count
                   end-if

                   if ws-item-desc-more(ws-item-idx) = 'Y' then
                       add 1 to ws-overflow-count
                   end-if

                   if ws-item-link(ws-item-idx) = spaces then
                       add 1 to ws-no-link-count
                   end-if

                   if ws-item-title(ws-item-idx) not = spaces then
                       perform check-duplicate-title
                   end-if

               end-if

           end-perform

           exit paragraph.


       check-duplicate-title.

      *> Counted once per repeat - the first copy of a title is
      *> fine, every later copy is a duplicate.
           perform varying ws-dup-scan-idx from 1 by 1
               until ws-dup-scan-idx >= ws-item-idx

               if ws-item-exists(ws-dup-scan-idx) = 'Y'
               and ws-item-title(ws-dup-scan-idx)
                   = ws-item-title(ws-item-idx) then
                   add 1 to ws-dup-title-count
                   exit perform
               end-if

           end-perform

           exit paragraph.


       compute-feed-score.

      *> Each measure costs its weight times the share of items
      *> that have the defect.
           compute ws-penalty-x100 =
               (ws-no-guid-count * ws-weight-no-guid
               + ws-undated-count * ws-weight-undated
               + ws-empty-desc-count * ws-weight-empty-desc
               + ws-dup-title-count * ws-weight-dup-title
               + ws-overflow-count * ws-weight-overflow
               + ws-no-link-count * ws-weight-no-link)
               * 100 / ws-live-items

           if ws-penalty-x100 >= 10000 then
               move zero to ws-feed-score
           else
               compute ws-feed-score rounded =
                   (10000 - ws-penalty-x100) / 100
           end-if

           evaluate true
               when ws-feed-score >= 90
                   move "A" to ws-feed-grade
                   move 1 to ws-grade-idx
               when ws-feed-score >= 80
                   move "B" to ws-feed-grade
                   move 2 to ws-grade-idx
               when ws-feed-score >= 70
                   move "C" to ws-feed-grade
                   move 3 to ws-grade-idx
               when ws-feed-score >= 60
                   move "D" to ws-feed-grade
                   move 4 to ws-grade-idx
               when other
                   move "F" to ws-feed-grade
                   move 5 to ws-grade-idx
           end-evaluate

           exit paragraph.


       compute-feed-trend.

           move ws-rss-feed-id to ws-hist-lookup-id
           perform find-history-entry

           if ws-hist-found-idx = zero then
               if ws-history-count >= ws-max-history then
                   move "(history full)" to ws-trend-text
                   exit paragraph
               end-if
               add 1 to ws-history-count
               move ws-history-count to ws-hist-found-idx
               move ws-hist-lookup-id
                   to ws-hist-feed-id(ws-hist-found-idx)
           end-if

           move ws-feed-score to ws-hist-new-score(ws-hist-found-idx)
           move 'Y' to ws-hist-new-known(ws-hist-found-idx)

           if ws-hist-prev-known(ws-hist-found-idx) not = 'Y' then
               move "(first scored)" to ws-trend-text
               exit paragraph
           end-if

           compute ws-score-delta =
               ws-feed-score - ws-hist-prev-score(ws-hist-found-idx)

           if ws-score-delta = zero then
               move "(unchanged since last run)" to ws-trend-text
           else
               move ws-score-delta to ws-score-delta-disp
               move function concatenate(
                   "(", function trim(ws-score-delta-disp),
                   " since last run)")
                   to ws-trend-text
           end-if

           exit paragraph.


       find-history-entry.

           move zero to ws-hist-found-idx

           perform varying ws-hist-idx from 1 by 1
               until ws-hist-idx > ws-history-count
               if ws-hist-feed-id(ws-hist-idx)
               = ws-hist-lookup-id then
                   move ws-hist-idx to ws-hist-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       load-previous-scores.

           move zero to ws-history-count
           set ws-not-eof to true

           open input fd-history-file
               perform until ws-eof
                   read fd-history-file into ws-history-line
                       at end set ws-eof to true
                   not at end
                       perform note-previous-score-line
                   end-read
               end-perform
           close fd-history-file

           set ws-not-eof to true

           exit paragraph.


       note-previous-score-line.

      *> "feed id|score" - later lines override earlier ones, so
      *> the last run's figures win.
           move spaces to ws-hist-id-text ws-hist-score-text
           unstring ws-history-line delimited by "|"
               into ws-hist-id-text ws-hist-score-text
           end-unstring

           if function trim(ws-hist-id-text) is not numeric
           or function trim(ws-hist-score-text) is not numeric then
               exit paragraph
           end-if

           move function numval(ws-hist-id-text)
               to ws-hist-lookup-id
           perform find-history-entry

           if ws-hist-found-idx = zero then
               if ws-history-count >= ws-max-history then
                   exit paragraph
               end-if
               add 1 to ws-history-count
               move ws-history-count to ws-hist-found-idx
               move ws-hist-lookup-id
                   to ws-hist-feed-id(ws-hist-found-idx)
           end-if

           move function numval(ws-hist-score-text)
               to ws-hist-prev-score(ws-hist-found-idx)
           move 'Y' to ws-hist-prev-known(ws-hist-found-idx)

           exit paragraph.


       save-current-scores.

      *> Only feeds scored this run are kept - an unsubscribed or
      *> emptied feed starts fresh if it comes back.
           open output fd-history-file
               perform varying ws-hist-idx from 1 by 1
                   until ws-hist-idx > ws-history-count
                   if ws-hist-new-known(ws-hist-idx) = 'Y' then
                       move ws-hist-feed-id(ws-hist-idx)
                           to ws-hist-id-disp
                       move ws-hist-new-score(ws-hist-idx)
                           to ws-hist-score-disp
                       move function concatenate(
                           function trim(ws-hist-id-disp), "|",
                           function trim(ws-hist-score-disp))
                           to ws-history-line
                       write f-history-line-raw from ws-history-line
                   end-if
               end-perform
           close fd-history-file

           exit paragraph.


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

       end program rss-quality-report.
