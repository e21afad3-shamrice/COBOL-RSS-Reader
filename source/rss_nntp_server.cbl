      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: NNTP gateway so the feed store can be read in a
      *>          Usenet newsreader (slrn, tin). inetd style in the
      *>          spirit of rss-query-server, but NNTP is a session:
      *>          commands are read from stdin until QUIT or the
      *>          client hangs up, every reply goes to stdout. Bind
      *>          it to localhost in the inetd/socat configuration,
      *>          e.g. "socat TCP-LISTEN:1119,bind=127.0.0.1,fork
      *>          EXEC:'crssr --serve-nntp'".
      *>          Each feed is a newsgroup named from its category
      *>          and title (crssr.<category>.<title>), each item an
      *>          article. Article numbers stay stable across
      *>          sessions: the numbers handed out are kept next to
      *>          the content file (rss_<id>_nntp.map) and new items
      *>          take the next ones. Reading an article (ARTICLE or
      *>          BODY) marks the item read - in the operator's own
      *>          overlay when an operator is active (AUTHINFO USER
      *>          names one for the session, otherwise --operator /
      *>          the "operator" config key), in the shared store
      *>          otherwise, just as the curses reader does.
      *>          Read only: POST and IHAVE are refused.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-nntp-server.

       environment division.

       configuration section.

       repository.
           function pipe-open
           function pipe-close
           function rss-store-lock
           function rss-epoch-minutes
           function rss-operator-name
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".
               copy "./copybooks/filecontrol/rss_summary_file.cpy".

               select optional fd-rss-content-file
               assign to dynamic ws-rss-content-file-name
               status is ws-content-file-status.

               copy "./copybooks/filecontrol/rss_item_state_file.cpy".
               copy "./copybooks/filecontrol/rss_overflow_file.cpy".

      *> Commands a byte at a time, like the WebSub receiver reads
      *> its request - each line is answered as soon as it ends.
               select fd-command-in-file
               assign to dynamic ws-command-in-file-name
               organization is sequential
               file status is ws-command-in-status.

               select optional fd-nntp-map-file
               assign to dynamic ws-nntp-map-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_summary_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_item_state_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_overflow_file.cpy".

           FD fd-command-in-file.
           01  f-command-in-byte              pic x.

           FD fd-nntp-map-file.
           01  f-nntp-map-line-raw            pic x(300).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-record.cpy".

       78  ws-carriage-return                value x"0d".
       78  ws-line-feed                      value x"0a".
       78  ws-tab                            value x"09".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-rss-summary-file-name          pic x(256) value spaces.
       77  ws-rss-content-file-name          pic x(255) value spaces.
       77  ws-rss-content-temp-file-name     pic x(255) value spaces.
       77  ws-content-file-status            pic 99.
       77  ws-content-file-write-status      pic 99.
       77  ws-rss-item-state-file-name       pic x(255) value spaces.
       77  ws-rss-overflow-file-name         pic x(255) value spaces.
       77  ws-ovf-continuation               pic x(2048) value spaces.
       77  ws-nntp-map-file-name             pic x(256) value spaces.
       77  ws-nntp-map-temp-file-name        pic x(256) value spaces.
       77  ws-nntp-map-final-file-name       pic x(256) value spaces.
       77  ws-rename-status                  pic s9(9) comp-5
                                             value zero.

       77  ws-command-in-file-name           pic x(32)
                                             value "/dev/stdin".
       77  ws-command-in-status              pic xx value spaces.

       77  ws-rss-swap-cmd                   pic x(600) value spaces.
       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

      *> The command being answered.
       77  ws-command-line                   pic x(512) value spaces.
       77  ws-command-len                    pic 9(4) value zero.
       77  ws-command-verb                   pic x(16) value spaces.
       77  ws-command-arg-1                  pic x(256) value spaces.
       77  ws-command-arg-2                  pic x(256) value spaces.
       77  ws-out-line                       pic x(1024) value spaces.

       01  ws-session-sw                     pic a value 'Y'.
           88  ws-session-open               value 'Y'.
           88  ws-session-closed             value 'N'.

      *> Whose read state articles mark.
       77  ws-session-operator               pic x(32) value spaces.
       77  ws-auth-user                      pic x(64) value spaces.
       77  ws-name-idx                       pic 9(3) value zero.
       77  ws-name-char                      pic x value space.
       01  ws-name-ok-sw                     pic a value 'Y'.
           88  ws-name-ok                    value 'Y'.
           88  ws-name-bad                   value 'N'.

      *> One newsgroup per feed.
       78  ws-max-groups                     value 1000.
       01  ws-group-table.
           05  ws-group occurs 1000 times.
               10  ws-grp-name               pic x(80) value spaces.
               10  ws-grp-feed-id            pic 9(5) value zero.
               10  ws-grp-title              pic x(128) value spaces.
       77  ws-group-count                    pic 9(5) value zero.
       77  ws-grp-idx                        pic 9(5) value zero.
       77  ws-grp-check-idx                  pic 9(5) value zero.
       77  ws-rss-idx                        pic 9(5) value zero.

      *> Group name building.
       77  ws-slug-input                     pic x(128) value spaces.
       77  ws-slug-output                    pic x(40) value spaces.
       77  ws-slug-len                       pic 9(3) value zero.
       77  ws-slug-idx                       pic 9(3) value zero.
       77  ws-slug-char                      pic x value space.
       77  ws-category-slug                  pic x(40) value spaces.
       77  ws-title-slug                     pic x(40) value spaces.
       77  ws-feed-id-text                   pic z(4)9.

      *> Selected group and article, and the feed loaded in
      *> ws-rss-record with its article numbers in ascending order.
       77  ws-cur-grp-idx                    pic 9(5) value zero.
       77  ws-cur-art-num                    pic 9(9) value zero.
       77  ws-loaded-feed-id                 pic 9(5) value zero.
       77  ws-loaded-grp-idx                 pic 9(5) value zero.
       77  ws-loaded-dat-file-name           pic x(128) value spaces.

       78  ws-max-articles                   value 20000.
       01  ws-article-table.
           05  ws-article occurs 20000 times.
               10  ws-art-num                pic 9(9) value zero.
               10  ws-art-item-idx           pic 9(6) value zero.
       77  ws-art-count                      pic 9(6) value zero.
       77  ws-art-low                        pic 9(9) value zero.
       77  ws-art-high                       pic 9(9) value zero.
       77  ws-art-idx                        pic 9(6) value zero.
       77  ws-art-found-idx                  pic 9(6) value zero.

      *> Article numbers already handed out for the loaded feed:
      *> W|high water|item count|latest epoch|low|count, then
      *> A|number|item key per current item, ascending.
       01  ws-map-table.
           05  ws-map-entry occurs 20000 times.
               10  ws-map-num                pic 9(9) value zero.
               10  ws-map-key                pic x(256) value spaces.
       77  ws-map-count                      pic 9(6) value zero.
       77  ws-map-idx                        pic 9(6) value zero.
       77  ws-map-high                       pic 9(9) value zero.
       77  ws-map-item-count                 pic 9(6) value zero.
       77  ws-map-latest-epoch               pic 9(10) value zero.
       77  ws-map-low                        pic 9(9) value zero.
       77  ws-map-art-count                  pic 9(6) value zero.
       77  ws-map-line                       pic x(300) value spaces.
       77  ws-map-kind                       pic x(4) value spaces.
       77  ws-map-field-1                    pic x(16) value spaces.
       77  ws-map-field-2                    pic x(256) value spaces.
       77  ws-map-field-3                    pic x(16) value spaces.
       77  ws-map-field-4                    pic x(16) value spaces.
       77  ws-map-field-5                    pic x(16) value spaces.
       01  ws-map-changed-sw                 pic a value 'N'.
           88  ws-map-changed                value 'Y'.
           88  ws-map-unchanged              value 'N'.

       01  ws-item-numbered-table.
           05  ws-item-numbered occurs 20000 times
                                             pic x value space.
       77  ws-item-idx                       pic 9(6) value zero.
       77  ws-search-idx                     pic 9(6) value zero.
       77  ws-search-tries                   pic 9(6) value zero.
       77  ws-item-key                       pic x(256) value spaces.

       77  ws-sum-item-count                 pic 9(6) value zero.
       77  ws-sum-latest-epoch               pic 9(10) value zero.
       77  ws-sum-unread-count               pic 9(6) value zero.

      *> Article ranges - "n", "n-", "n-m", or the current article.
       77  ws-range-low                      pic 9(9) value zero.
       77  ws-range-high                     pic 9(9) value zero.
       77  ws-range-text-1                   pic x(16) value spaces.
       77  ws-range-text-2                   pic x(16) value spaces.
       77  ws-range-dash-count               pic 9(3) value zero.
       01  ws-range-ok-sw                    pic a value 'N'.
           88  ws-range-ok                   value 'Y'.
           88  ws-range-bad                  value 'N'.
       77  ws-sent-count                     pic 9(6) value zero.

      *> Message-ID <number.feed id@crssr.invalid>.
       77  ws-message-id                     pic x(64) value spaces.
       77  ws-msgid-num-text                 pic x(16) value spaces.
       77  ws-msgid-feed-text                pic x(16) value spaces.
       77  ws-msgid-rest                     pic x(64) value spaces.
       77  ws-msgid-num                      pic 9(9) value zero.
       77  ws-msgid-feed-id                  pic 9(5) value zero.
       77  ws-num-text                       pic z(8)9.
       77  ws-count-text                     pic z(5)9.
       77  ws-low-text                       pic z(8)9.
       77  ws-high-text                      pic z(8)9.

      *> The article being sent, line by line.
       78  ws-max-article-lines              value 200.
       01  ws-article-lines.
           05  ws-article-line occurs 200 times
                                             pic x(400) value spaces.
       77  ws-article-line-count             pic 9(3) value zero.
       77  ws-article-header-count           pic 9(3) value zero.
       77  ws-article-bytes                  pic 9(7) value zero.
       77  ws-article-body-lines             pic 9(5) value zero.
       77  ws-line-idx                       pic 9(3) value zero.
       77  ws-line-len                       pic 9(4) value zero.

       77  ws-hdr-subject                    pic x(256) value spaces.
       77  ws-hdr-from                       pic x(256) value spaces.
       77  ws-hdr-date                       pic x(64) value spaces.
       77  ws-hdr-name                       pic x(32) value spaces.
       77  ws-hdr-value                      pic x(400) value spaces.
       77  ws-clean-text                     pic x(400) value spaces.

      *> Body wrapping.
       77  ws-wrap-text                      pic x(3200) value spaces.
       77  ws-wrap-len                       pic 9(4) value zero.
       77  ws-wrap-pos                       pic 9(4) value zero.
       77  ws-wrap-take                      pic 9(4) value zero.
       77  ws-wrap-break                     pic 9(4) value zero.
       78  ws-wrap-width                     value 72.

      *> Dates for the Date: header and the DATE command.
       77  ws-date-epoch                     pic 9(10) value zero.
       77  ws-date-days                      pic 9(9) value zero.
       77  ws-date-date8                     pic 9(8) value zero.
       77  ws-date-dow                       pic 9 value zero.
       77  ws-date-hh                        pic 99 value zero.
       77  ws-date-mi                        pic 99 value zero.
       77  ws-date-ss                        pic 99 value zero.
       77  ws-date-zone                      pic x(5) value "+0000".
       77  ws-day-names                      pic x(21) value
               "MonTueWedThuFriSatSun".
       77  ws-month-names                    pic x(36) value
               "JanFebMarAprMayJunJulAugSepOctNovDec".
       77  ws-month-no                       pic 99 value zero.
       77  ws-current-date-time              pic x(21) value spaces.
       77  ws-zone-minutes                   pic s9(5) value zero.

      *> Wildmat for LIST ACTIVE / LIST NEWSGROUPS.
       77  ws-wild-pattern                   pic x(256) value spaces.
       77  ws-wild-text                      pic x(80) value spaces.
       77  ws-wild-plen                      pic 9(3) value zero.
       77  ws-wild-tlen                      pic 9(3) value zero.
       77  ws-wild-p                         pic 9(3) value zero.
       77  ws-wild-t                         pic 9(3) value zero.
       77  ws-wild-star-p                    pic 9(3) value zero.
       77  ws-wild-star-t                    pic 9(3) value zero.
       01  ws-wild-match-sw                  pic a value 'N'.
           88  ws-wild-match                 value 'Y'.
           88  ws-wild-no-match              value 'N'.

      *> Read marking.
       77  ws-lock-status                    pic 9 value zero.
       77  ws-commit-mode                    pic x value space.
       77  ws-commit-operation               pic x(32) value spaces.
       77  ws-mark-item-idx                  pic 9(6) value zero.
       77  ws-mark-item-key                  pic x(256) value spaces.
       77  ws-mark-prev-count                pic 9(6) value zero.
       77  ws-articles-read                  pic 9(6) value zero.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       01  ws-found-sw                       pic a value 'N'.
           88  ws-found                      value 'Y'.
           88  ws-not-found                  value 'N'.

       procedure division.

       main-procedure.

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name
           move function resolve-data-path("feeds/summary.dat")
               to ws-rss-summary-file-name

           move function rss-operator-name to ws-session-operator

           perform build-group-table

           open input fd-command-in-file
           if ws-command-in-status not = "00" then
               goback
           end-if

           move "201 crssr NNTP gateway ready (no posting)"
               to ws-out-line
           perform send-line

           call "logger" using function concatenate(
               "NNTP session opened, ", ws-group-count, " group(s)")
           end-call

           perform until ws-session-closed
               perform read-command-line
               if ws-session-open and ws-command-line not = spaces
               then
                   perform answer-command
               end-if
           end-perform

           close fd-command-in-file

           call "logger" using function concatenate(
               "NNTP session closed, ", ws-articles-read,
               " article(s) read as ",
               function trim(ws-session-operator))
           end-call

           goback.


       read-command-line.

      *> CRLF (or a bare LF) ends a command; end of input ends the
      *> session as QUIT would.
           move spaces to ws-command-line
           move zero to ws-command-len

           perform until ws-session-closed
               read fd-command-in-file
                   at end
                       set ws-session-closed to true
                   not at end
                       evaluate f-command-in-byte
                           when ws-line-feed
                               exit perform
                           when ws-carriage-return
                               continue
                           when other
                               if ws-command-len < 512 then
                                   add 1 to ws-command-len
                                   move f-command-in-byte
                                       to ws-command-line(
                                           ws-command-len:1)
                               end-if
                       end-evaluate
               end-read
           end-perform

           exit paragraph.


       answer-command.

           move spaces to ws-command-verb ws-command-arg-1
           move spaces to ws-command-arg-2
           inspect ws-command-line replacing all ws-tab by space

           unstring function trim(ws-command-line)
               delimited by all space
               into ws-command-verb ws-command-arg-1
                    ws-command-arg-2
           end-unstring

           move function upper-case(ws-command-verb)
               to ws-command-verb

           evaluate ws-command-verb
               when "CAPABILITIES"
                   perform answer-capabilities
               when "MODE"
                   move "201 Posting prohibited" to ws-out-line
                   perform send-line
               when "AUTHINFO"
                   perform answer-authinfo
               when "LIST"
                   perform answer-list
               when "NEWGROUPS"
                   move "231 No new newsgroups follow" to ws-out-line
                   perform send-line
                   perform send-terminator
               when "NEWNEWS"
                   move "230 List of new articles follows"
                       to ws-out-line
                   perform send-line
                   perform send-terminator
               when "GROUP"
                   perform answer-group
               when "LISTGROUP"
                   perform answer-listgroup
               when "OVER"
               when "XOVER"
                   perform answer-over
               when "HDR"
               when "XHDR"
                   perform answer-hdr
               when "ARTICLE"
               when "HEAD"
               when "BODY"
               when "STAT"
                   perform answer-article
               when "NEXT"
               when "LAST"
                   perform answer-next-last
               when "DATE"
                   perform answer-date
               when "HELP"
                   perform answer-help
               when "POST"
               when "IHAVE"
                   move "440 Posting not permitted" to ws-out-line
                   perform send-line
               when "QUIT"
                   move "205 Goodbye" to ws-out-line
                   perform send-line
                   set ws-session-closed to true
               when other
                   move "500 Unknown command" to ws-out-line
                   perform send-line
           end-evaluate

           exit paragraph.


       send-line.

           display function trim(ws-out-line trailing)
               ws-carriage-return
           end-display
           move spaces to ws-out-line

           exit paragraph.


       send-data-line.

      *> Multi-line responses: a line starting with "." is doubled.
           if ws-out-line(1:1) = "." then
               move function concatenate(
                   ".", function trim(ws-out-line trailing))
                   to ws-out-line
           end-if
           perform send-line

           exit paragraph.


       send-terminator.

           move "." to ws-out-line
           perform send-line

           exit paragraph.


       answer-capabilities.

           move "101 Capability list follows" to ws-out-line
           perform send-line
           move "VERSION 2" to ws-out-line
           perform send-line
           move "READER" to ws-out-line
           perform send-line
           move "OVER" to ws-out-line
           perform send-line
           move "HDR" to ws-out-line
           perform send-line
           move "LIST ACTIVE NEWSGROUPS OVERVIEW.FMT HEADERS"
               to ws-out-line
           perform send-line
           move "AUTHINFO USER" to ws-out-line
           perform send-line
           move "IMPLEMENTATION crssr NNTP gateway" to ws-out-line
           perform send-line
           perform send-terminator

           exit paragraph.


       answer-help.

           move "100 Help text follows" to ws-out-line
           perform send-line
           move function concatenate(
               "Feeds are newsgroups, items are articles. Reading ",
               "an article marks the item read.")
               to ws-out-line
           perform send-line
           move function concatenate(
               "Commands: CAPABILITIES MODE AUTHINFO LIST GROUP ",
               "LISTGROUP OVER HDR ARTICLE HEAD BODY STAT NEXT LAST ",
               "DATE QUIT")
               to ws-out-line
           perform send-line
           perform send-terminator

           exit paragraph.


       answer-authinfo.

      *> Operators have no passwords in crssr - the name picks whose
      *> read flags this session keeps, as --operator does.
           evaluate function upper-case(ws-command-arg-1)
               when "USER"
                   move ws-command-arg-2 to ws-auth-user
                   perform check-operator-name
                   if ws-name-bad then
                       move "481 Authentication failed"
                           to ws-out-line
                   else
                       move function lower-case(ws-auth-user)
                           to ws-session-operator
                       set environment "COB_RSSR_OPERATOR"
                           to function trim(ws-session-operator)
                       move "281 Authentication accepted"
                           to ws-out-line
                   end-if
                   perform send-line
               when "PASS"
                   if ws-auth-user = spaces then
                       move "482 AUTHINFO PASS without USER"
                           to ws-out-line
                   else
                       move "281 Authentication accepted"
                           to ws-out-line
                   end-if
                   perform send-line
               when other
                   move "501 Unsupported AUTHINFO variant"
                       to ws-out-line
                   perform send-line
           end-evaluate

           exit paragraph.


       check-operator-name.

      *> The name ends up in an overlay file name.
           set ws-name-ok to true
           if ws-auth-user = spaces
           or ws-auth-user(33:) not = spaces then
               set ws-name-bad to true
               exit paragraph
           end-if

           perform varying ws-name-idx from 1 by 1
               until ws-name-idx > 32
               move ws-auth-user(ws-name-idx:1) to ws-name-char
               if ws-name-char not = space
               and ws-name-char not alphabetic
               and ws-name-char not numeric
               and ws-name-char not = "-"
               and ws-name-char not = "_"
               and ws-name-char not = "." then
                   set ws-name-bad to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


       answer-date.

      *> The server's time in UTC, YYYYMMDDhhmmss.
           move function current-date to ws-current-date-time
           compute ws-zone-minutes =
               function numval(ws-current-date-time(18:2)) * 60
               + function numval(ws-current-date-time(20:2))
           if ws-current-date-time(17:1) = "-" then
               compute ws-zone-minutes = zero - ws-zone-minutes
           end-if

           compute ws-date-epoch =
               function integer-of-date(
                   function numval(ws-current-date-time(1:8))) * 1440
               + function numval(ws-current-date-time(9:2)) * 60
               + function numval(ws-current-date-time(11:2))
               - ws-zone-minutes
           perform split-epoch-minutes
           move ws-current-date-time(13:2) to ws-date-ss

           move function concatenate(
               "111 ", ws-date-date8, ws-date-hh, ws-date-mi,
               ws-date-ss)
               to ws-out-line
           perform send-line

           exit paragraph.


       build-group-table.

           move zero to ws-group-count
           set ws-not-eof to true

           open input fd-rss-last-id-file
               perform until ws-eof
                   read fd-rss-last-id-file into ws-last-id-record
                       at end set ws-eof to true
                   end-read
               end-perform
           close fd-rss-last-id-file

           if ws-last-id-record is zeros then
               exit paragraph
           end-if

           open input fd-rss-list-file
               perform varying ws-rss-idx from 1 by 1
                   until ws-rss-idx > ws-last-id-record
                   or ws-group-count >= ws-max-groups

                   move ws-rss-idx to f-rss-feed-id
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-feed-id
                       invalid key
                           continue
                       not invalid key
                           perform add-group-for-feed
                   end-read

               end-perform
           close fd-rss-list-file

           exit paragraph.


       add-group-for-feed.

           add 1 to ws-group-count
           move ws-rss-feed-id to ws-grp-feed-id(ws-group-count)
           move ws-rss-title to ws-grp-title(ws-group-count)

           if ws-rss-category not = spaces then
               move ws-rss-category to ws-slug-input
           else
               move "general" to ws-slug-input
           end-if
           perform make-slug
           move ws-slug-output to ws-category-slug

           move ws-rss-title to ws-slug-input
           perform make-slug
           move ws-slug-output to ws-title-slug

           move ws-rss-feed-id to ws-feed-id-text
           if ws-title-slug = spaces then
               move function concatenate(
                   "feed-", function trim(ws-feed-id-text))
                   to ws-title-slug
           end-if

           move function concatenate(
               "crssr.", function trim(ws-category-slug), ".",
               function trim(ws-title-slug))
               to ws-grp-name(ws-group-count)

      *> Two feeds with the same category and title get the feed id
      *> on the later one's name.
           perform varying ws-grp-check-idx from 1 by 1
               until ws-grp-check-idx >= ws-group-count
               if ws-grp-name(ws-grp-check-idx)
                   = ws-grp-name(ws-group-count) then
                   move function concatenate(
                       function trim(ws-grp-name(ws-group-count)),
                       "-", function trim(ws-feed-id-text))
                       to ws-grp-name(ws-group-count)
                   exit perform
               end-if
           end-perform

           exit paragraph.


       make-slug.

      *> Lower case letters and digits; anything else becomes one
      *> "-". Newsgroup name components stay short.
           move spaces to ws-slug-output
           move zero to ws-slug-len
           move function lower-case(ws-slug-input) to ws-slug-input

           perform varying ws-slug-idx from 1 by 1
               until ws-slug-idx > 128 or ws-slug-len >= 40
               move ws-slug-input(ws-slug-idx:1) to ws-slug-char
               if (ws-slug-char >= "a" and ws-slug-char <= "z")
               or ws-slug-char is numeric then
                   add 1 to ws-slug-len
                   move ws-slug-char to ws-slug-output(ws-slug-len:1)
               else
                   if ws-slug-len > zero
                   and ws-slug-output(ws-slug-len:1) not = "-" then
                       add 1 to ws-slug-len
                       move "-" to ws-slug-output(ws-slug-len:1)
                   end-if
               end-if
           end-perform

           perform until ws-slug-len = zero
               or ws-slug-output(ws-slug-len:1) not = "-"
               move space to ws-slug-output(ws-slug-len:1)
               subtract 1 from ws-slug-len
           end-perform

           exit paragraph.


       answer-list.

           evaluate function upper-case(ws-command-arg-1)
               when spaces
               when "ACTIVE"
                   perform list-active
               when "NEWSGROUPS"
                   perform list-newsgroups
               when "OVERVIEW.FMT"
                   move "215 Order of fields in overview database"
                       to ws-out-line
                   perform send-line
                   move "Subject:" to ws-out-line
                   perform send-line
                   move "From:" to ws-out-line
                   perform send-line
                   move "Date:" to ws-out-line
                   perform send-line
                   move "Message-ID:" to ws-out-line
                   perform send-line
                   move "References:" to ws-out-line
                   perform send-line
                   move ":bytes" to ws-out-line
                   perform send-line
                   move ":lines" to ws-out-line
                   perform send-line
                   perform send-terminator
               when "HEADERS"
                   move "215 Headers and metadata items supported"
                       to ws-out-line
                   perform send-line
                   move ":" to ws-out-line
                   perform send-line
                   perform send-terminator
               when other
                   move "501 Unsupported LIST keyword" to ws-out-line
                   perform send-line
           end-evaluate

           exit paragraph.


       list-active.

           move "215 List of newsgroups follows" to ws-out-line
           perform send-line

           perform varying ws-grp-idx from 1 by 1
               until ws-grp-idx > ws-group-count
               move ws-grp-name(ws-grp-idx) to ws-wild-text
               perform match-wildmat
               if ws-wild-match then
                   perform get-group-marks
                   move ws-art-high to ws-high-text
                   move ws-art-low to ws-low-text
                   move function concatenate(
                       function trim(ws-grp-name(ws-grp-idx)), " ",
                       function trim(ws-high-text), " ",
                       function trim(ws-low-text), " n")
                       to ws-out-line
                   perform send-line
               end-if
           end-perform

           perform send-terminator

           exit paragraph.


       list-newsgroups.

           move "215 Descriptions follow" to ws-out-line
           perform send-line

           perform varying ws-grp-idx from 1 by 1
               until ws-grp-idx > ws-group-count
               move ws-grp-name(ws-grp-idx) to ws-wild-text
               perform match-wildmat
               if ws-wild-match then
                   move ws-grp-title(ws-grp-idx) to ws-clean-text
                   perform clean-header-text
                   move function concatenate(
                       function trim(ws-grp-name(ws-grp-idx)), ws-tab,
                       function trim(ws-clean-text))
                       to ws-out-line
                   perform send-line
               end-if
           end-perform

           perform send-terminator

           exit paragraph.


       match-wildmat.

      *> "*" and "?" patterns (crssr.tech.*); no pattern matches all.
           set ws-wild-no-match to true
           move ws-command-arg-2 to ws-wild-pattern

           if ws-wild-pattern = spaces then
               set ws-wild-match to true
               exit paragraph
           end-if

           move function length(function trim(ws-wild-pattern))
               to ws-wild-plen
           move function length(function trim(ws-wild-text))
               to ws-wild-tlen
           move 1 to ws-wild-p ws-wild-t
           move zero to ws-wild-star-p ws-wild-star-t

           perform until ws-wild-t > ws-wild-tlen
               evaluate true
                   when ws-wild-p <= ws-wild-plen
                   and (ws-wild-pattern(ws-wild-p:1) = "?"
                       or ws-wild-pattern(ws-wild-p:1)
                           = ws-wild-text(ws-wild-t:1))
                       add 1 to ws-wild-p ws-wild-t
                   when ws-wild-p <= ws-wild-plen
                   and ws-wild-pattern(ws-wild-p:1) = "*"
                       move ws-wild-p to ws-wild-star-p
                       move ws-wild-t to ws-wild-star-t
                       add 1 to ws-wild-p
                   when ws-wild-star-p > zero
                       compute ws-wild-p = ws-wild-star-p + 1
                       add 1 to ws-wild-star-t
                       move ws-wild-star-t to ws-wild-t
                   when other
                       exit paragraph
               end-evaluate
           end-perform

           perform until ws-wild-p > ws-wild-plen
               or ws-wild-pattern(ws-wild-p:1) not = "*"
               add 1 to ws-wild-p
           end-perform

           if ws-wild-p > ws-wild-plen then
               set ws-wild-match to true
           end-if

           exit paragraph.


       get-group-marks.

      *> The map's water marks hold while the summary index says the
      *> feed has not changed since they were taken; otherwise the
      *> feed is loaded and numbered afresh.
           move zero to ws-sum-item-count ws-sum-latest-epoch
           open input fd-rss-summary-file
               move ws-grp-feed-id(ws-grp-idx) to f-sum-feed-id
               read fd-rss-summary-file
                   key is f-sum-feed-id
                   invalid key
                       continue
                   not invalid key
                       move f-sum-item-count to ws-sum-item-count
                       move f-sum-latest-epoch to ws-sum-latest-epoch
               end-read
           close fd-rss-summary-file

           perform read-map-water-marks

           if ws-found
           and ws-map-item-count = ws-sum-item-count
           and ws-map-latest-epoch = ws-sum-latest-epoch then
               move ws-map-low to ws-art-low
               move ws-map-high to ws-art-high
               exit paragraph
           end-if

           perform load-group-articles

           exit paragraph.


       read-map-water-marks.

           set ws-not-found to true
           move zero to ws-map-high ws-map-low ws-map-item-count
           move zero to ws-map-latest-epoch ws-map-art-count

           move ws-grp-feed-id(ws-grp-idx) to f-rss-feed-id
           open input fd-rss-list-file
               read fd-rss-list-file into ws-rss-list-record
                   key is f-rss-feed-id
                   invalid key
                       move spaces to ws-rss-dat-file-name
               end-read
           close fd-rss-list-file

           if ws-rss-dat-file-name = spaces then
               exit paragraph
           end-if
           perform set-map-file-name

           move spaces to ws-map-line
           open input fd-nntp-map-file
               read fd-nntp-map-file into ws-map-line
                   at end move spaces to ws-map-line
               end-read
           close fd-nntp-map-file

           if ws-map-line(1:2) = "W|" then
               perform take-map-line
               set ws-found to true
           end-if

           exit paragraph.


       set-map-file-name.

           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_nntp.map")
               to ws-nntp-map-file-name

           exit paragraph.


       take-map-line.

           move spaces to ws-map-kind ws-map-field-1 ws-map-field-2
           move spaces to ws-map-field-3 ws-map-field-4
           move spaces to ws-map-field-5

           unstring ws-map-line delimited by "|"
               into ws-map-kind ws-map-field-1 ws-map-field-2
                    ws-map-field-3 ws-map-field-4 ws-map-field-5
           end-unstring

           evaluate ws-map-kind
               when "W"
                   move function numval(ws-map-field-1)
                       to ws-map-high
                   move function numval(ws-map-field-2)
                       to ws-map-item-count
                   move function numval(ws-map-field-3)
                       to ws-map-latest-epoch
                   move function numval(ws-map-field-4)
                       to ws-map-low
                   move function numval(ws-map-field-5)
                       to ws-map-art-count
               when "A"
                   if ws-map-count < ws-max-articles then
                       add 1 to ws-map-count
                       move function numval(ws-map-field-1)
                           to ws-map-num(ws-map-count)
                       move ws-map-field-2 to ws-map-key(ws-map-count)
                   end-if
           end-evaluate

           exit paragraph.


       load-group-articles.

      *> Loads the group's feed and lines its items up against the
      *> numbers already handed out: known items keep theirs, new
      *> items (oldest first) take the next ones. The map is written
      *> back when anything moved.
           move zero to ws-art-count ws-art-low ws-art-high
           move zero to ws-map-count ws-map-high
           move zero to ws-num-items
           move ws-grp-idx to ws-loaded-grp-idx
           move ws-grp-feed-id(ws-grp-idx) to ws-loaded-feed-id

           move ws-grp-feed-id(ws-grp-idx) to f-rss-feed-id
           open input fd-rss-list-file
               read fd-rss-list-file into ws-rss-list-record
                   key is f-rss-feed-id
                   invalid key
                       move spaces to ws-rss-dat-file-name
               end-read
           close fd-rss-list-file

           move ws-rss-dat-file-name to ws-loaded-dat-file-name
           if ws-rss-dat-file-name = spaces then
               exit paragraph
           end-if

           move ws-rss-dat-file-name to ws-rss-content-file-name
           set ws-not-eof to true
           open input fd-rss-content-file
               perform until ws-eof
                   read fd-rss-content-file into ws-rss-record
                       at end set ws-eof to true
                   end-read
               end-perform
           close fd-rss-content-file

           perform set-map-file-name
           set ws-not-eof to true
           open input fd-nntp-map-file
               perform until ws-eof
                   read fd-nntp-map-file into ws-map-line
                       at end set ws-eof to true
                   not at end
                       perform take-map-line
                   end-read
               end-perform
           close fd-nntp-map-file

           set ws-map-unchanged to true
           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items
               move space to ws-item-numbered(ws-item-idx)
           end-perform

      *> Map entries are in number order; items mostly keep their
      *> order too, so each search starts after the last match.
           move zero to ws-search-idx
           perform varying ws-map-idx from 1 by 1
               until ws-map-idx > ws-map-count
               perform find-item-for-map-entry
               if ws-found then
                   add 1 to ws-art-count
                   move ws-map-num(ws-map-idx)
                       to ws-art-num(ws-art-count)
                   move ws-search-idx to ws-art-item-idx(ws-art-count)
                   move 'Y' to ws-item-numbered(ws-search-idx)
               else
                   set ws-map-changed to true
               end-if
           end-perform

           perform varying ws-item-idx from ws-num-items by -1
               until ws-item-idx < 1
               or ws-art-count >= ws-max-articles
               if ws-item-numbered(ws-item-idx) not = 'Y'
               and ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-hidden(ws-item-idx) not = 'Y' then
                   add 1 to ws-map-high ws-art-count
                   move ws-map-high to ws-art-num(ws-art-count)
                   move ws-item-idx to ws-art-item-idx(ws-art-count)
                   set ws-map-changed to true
               end-if
           end-perform

           if ws-art-count > zero then
               move ws-art-num(1) to ws-art-low
               move ws-art-num(ws-art-count) to ws-art-high
           else
               move ws-map-high to ws-art-high
               compute ws-art-low = ws-map-high + 1
           end-if

      *> The water marks are stamped with the summary figures they
      *> were taken against.
           move zero to ws-sum-item-count ws-sum-latest-epoch
           open input fd-rss-summary-file
               move ws-loaded-feed-id to f-sum-feed-id
               read fd-rss-summary-file
                   key is f-sum-feed-id
                   invalid key
                       continue
                   not invalid key
                       move f-sum-item-count to ws-sum-item-count
                       move f-sum-latest-epoch to ws-sum-latest-epoch
               end-read
           close fd-rss-summary-file

           if ws-sum-item-count not = ws-map-item-count
           or ws-sum-latest-epoch not = ws-map-latest-epoch then
               set ws-map-changed to true
           end-if

           if ws-map-changed then
               perform write-map-file
           end-if

           exit paragraph.


       find-item-for-map-entry.

           set ws-not-found to true
           move zero to ws-search-tries

           perform until ws-search-tries >= ws-num-items
               add 1 to ws-search-tries ws-search-idx
               if ws-search-idx > ws-num-items then
                   move 1 to ws-search-idx
               end-if

               if ws-item-numbered(ws-search-idx) not = 'Y'
               and ws-item-exists(ws-search-idx) = 'Y'
               and ws-item-hidden(ws-search-idx) not = 'Y' then
                   move ws-search-idx to ws-item-idx
                   perform set-item-key
                   if ws-item-key = ws-map-key(ws-map-idx) then
                       set ws-found to true
                       exit perform
                   end-if
               end-if
           end-perform

           exit paragraph.


       set-item-key.

           evaluate true
               when ws-item-guid(ws-item-idx) not = spaces
                   move ws-item-guid(ws-item-idx) to ws-item-key
               when ws-item-link(ws-item-idx) not = spaces
                   move ws-item-link(ws-item-idx) to ws-item-key
               when other
                   move ws-item-title(ws-item-idx) to ws-item-key
           end-evaluate
           inspect ws-item-key replacing all "|" by space

           exit paragraph.


       write-map-file.

           move function concatenate(
               function trim(ws-nntp-map-file-name), ".tmp")
               to ws-nntp-map-temp-file-name
           move ws-nntp-map-file-name to ws-nntp-map-final-file-name
           move ws-nntp-map-temp-file-name to ws-nntp-map-file-name

           open output fd-nntp-map-file
               move function concatenate(
                   "W|", ws-map-high, "|", ws-sum-item-count, "|",
                   ws-sum-latest-epoch, "|", ws-art-low, "|",
                   ws-art-count)
                   to ws-map-line
               write f-nntp-map-line-raw from ws-map-line

               perform varying ws-art-idx from 1 by 1
                   until ws-art-idx > ws-art-count
                   move ws-art-item-idx(ws-art-idx) to ws-item-idx
                   perform set-item-key
                   move function concatenate(
                       "A|", ws-art-num(ws-art-idx), "|",
                       function trim(ws-item-key))
                       to ws-map-line
                   write f-nntp-map-line-raw from ws-map-line
               end-perform
           close fd-nntp-map-file

           move ws-nntp-map-final-file-name to ws-nntp-map-file-name
           call "CBL_RENAME_FILE" using
               ws-nntp-map-temp-file-name ws-nntp-map-file-name
               returning ws-rename-status
           end-call

           exit paragraph.


       ensure-group-loaded.

      *> LIST and Message-ID lookups may have loaded another feed.
           if ws-loaded-grp-idx not = ws-cur-grp-idx then
               move ws-cur-grp-idx to ws-grp-idx
               perform load-group-articles
           end-if

           exit paragraph.


       answer-group.

           perform find-group-by-name
           if ws-not-found then
               move "411 No such newsgroup" to ws-out-line
               perform send-line
               exit paragraph
           end-if

           move ws-grp-idx to ws-cur-grp-idx
           perform load-group-articles

           if ws-art-count > zero then
               move ws-art-low to ws-cur-art-num
           else
               move zero to ws-cur-art-num
           end-if

           perform send-group-line

           exit paragraph.


       send-group-line.

           move ws-art-count to ws-count-text
           move ws-art-low to ws-low-text
           move ws-art-high to ws-high-text
           move function concatenate(
               "211 ", function trim(ws-count-text), " ",
               function trim(ws-low-text), " ",
               function trim(ws-high-text), " ",
               function trim(ws-grp-name(ws-cur-grp-idx)))
               to ws-out-line
           perform send-line

           exit paragraph.


       find-group-by-name.

           set ws-not-found to true
           perform varying ws-grp-idx from 1 by 1
               until ws-grp-idx > ws-group-count
               if ws-grp-name(ws-grp-idx)
                   = function lower-case(ws-command-arg-1) then
                   set ws-found to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


       answer-listgroup.

           if ws-command-arg-1 not = spaces then
               perform find-group-by-name
               if ws-not-found then
                   move "411 No such newsgroup" to ws-out-line
                   perform send-line
                   exit paragraph
               end-if
               move ws-grp-idx to ws-cur-grp-idx
               perform load-group-articles
               if ws-art-count > zero then
                   move ws-art-low to ws-cur-art-num
               else
                   move zero to ws-cur-art-num
               end-if
           end-if

           if ws-cur-grp-idx = zero then
               move "412 No newsgroup selected" to ws-out-line
               perform send-line
               exit paragraph
           end-if

           perform ensure-group-loaded

           move ws-command-arg-2 to ws-command-arg-1
           if ws-command-arg-1 = spaces then
               move ws-art-low to ws-range-low
               move ws-art-high to ws-range-high
           else
               perform parse-range
               if ws-range-bad then
                   move "501 Bad range" to ws-out-line
                   perform send-line
                   exit paragraph
               end-if
           end-if

           perform send-group-line

           perform varying ws-art-idx from 1 by 1
               until ws-art-idx > ws-art-count
               if ws-art-num(ws-art-idx) >= ws-range-low
               and ws-art-num(ws-art-idx) <= ws-range-high then
                   move ws-art-num(ws-art-idx) to ws-num-text
                   move function trim(ws-num-text) to ws-out-line
                   perform send-line
               end-if
           end-perform

           perform send-terminator

           exit paragraph.


       parse-range.

           set ws-range-bad to true
           move spaces to ws-range-text-1 ws-range-text-2
           move zero to ws-range-dash-count

           inspect ws-command-arg-1 tallying ws-range-dash-count
               for all "-"
           unstring ws-command-arg-1 delimited by "-"
               into ws-range-text-1 ws-range-text-2
           end-unstring

           if function trim(ws-range-text-1) is not numeric then
               exit paragraph
           end-if
           move function numval(ws-range-text-1) to ws-range-low

           evaluate true
               when ws-range-dash-count = zero
                   move ws-range-low to ws-range-high
               when ws-range-text-2 = spaces
                   move 999999999 to ws-range-high
               when function trim(ws-range-text-2) is numeric
                   move function numval(ws-range-text-2)
                       to ws-range-high
               when other
                   exit paragraph
           end-evaluate

           set ws-range-ok to true

           exit paragraph.


       answer-over.

           if ws-cur-grp-idx = zero
           and ws-command-arg-1(1:1) not = "<" then
               move "412 No newsgroup selected" to ws-out-line
               perform send-line
               exit paragraph
           end-if

           if ws-command-arg-1(1:1) = "<" then
               perform find-article-by-message-id
               if ws-art-found-idx = zero then
                   move "430 No article with that message-id"
                       to ws-out-line
                   perform send-line
                   exit paragraph
               end-if
               move "224 Overview information follows"
                   to ws-out-line
               perform send-line
               move ws-art-found-idx to ws-art-idx
               perform send-overview-line
               perform send-terminator
               exit paragraph
           end-if

           perform ensure-group-loaded

           if ws-command-arg-1 = spaces then
               if ws-cur-art-num = zero then
                   move "420 No current article selected"
                       to ws-out-line
                   perform send-line
                   exit paragraph
               end-if
               move ws-cur-art-num to ws-range-low ws-range-high
           else
               perform parse-range
               if ws-range-bad then
                   move "501 Bad range" to ws-out-line
                   perform send-line
                   exit paragraph
               end-if
           end-if

           move zero to ws-sent-count
           perform varying ws-art-idx from 1 by 1
               until ws-art-idx > ws-art-count
               if ws-art-num(ws-art-idx) >= ws-range-low
               and ws-art-num(ws-art-idx) <= ws-range-high then
                   if ws-sent-count = zero then
                       move "224 Overview information follows"
                           to ws-out-line
                       perform send-line
                   end-if
                   add 1 to ws-sent-count
                   perform send-overview-line
               end-if
           end-perform

           if ws-sent-count = zero then
               move "423 No articles in that range" to ws-out-line
               perform send-line
           else
               perform send-terminator
           end-if

           exit paragraph.


       send-overview-line.

           perform build-article

           move ws-art-num(ws-art-idx) to ws-num-text
           move ws-article-bytes to ws-count-text
           move ws-article-body-lines to ws-low-text

           move function concatenate(
               function trim(ws-num-text), ws-tab,
               function trim(ws-hdr-subject), ws-tab,
               function trim(ws-hdr-from), ws-tab,
               function trim(ws-hdr-date), ws-tab,
               function trim(ws-message-id), ws-tab,
               ws-tab,
               function trim(ws-count-text), ws-tab,
               function trim(ws-low-text))
               to ws-out-line
           perform send-line

           exit paragraph.


       answer-hdr.

           if ws-cur-grp-idx = zero
           and ws-command-arg-2(1:1) not = "<" then
               move "412 No newsgroup selected" to ws-out-line
               perform send-line
               exit paragraph
           end-if

           move function lower-case(ws-command-arg-1) to ws-hdr-name

           if ws-command-arg-2(1:1) = "<" then
               move ws-command-arg-2 to ws-command-arg-1
               perform find-article-by-message-id
               if ws-art-found-idx = zero then
                   move "430 No article with that message-id"
                       to ws-out-line
                   perform send-line
                   exit paragraph
               end-if
               perform send-hdr-heading
               move ws-art-found-idx to ws-art-idx
               perform send-hdr-line
               perform send-terminator
               exit paragraph
           end-if

           perform ensure-group-loaded

           if ws-command-arg-2 = spaces then
               if ws-cur-art-num = zero then
                   move "420 No current article selected"
                       to ws-out-line
                   perform send-line
                   exit paragraph
               end-if
               move ws-cur-art-num to ws-range-low ws-range-high
           else
               move ws-command-arg-2 to ws-command-arg-1
               perform parse-range
               if ws-range-bad then
                   move "501 Bad range" to ws-out-line
                   perform send-line
                   exit paragraph
               end-if
           end-if

           move zero to ws-sent-count
           perform varying ws-art-idx from 1 by 1
               until ws-art-idx > ws-art-count
               if ws-art-num(ws-art-idx) >= ws-range-low
               and ws-art-num(ws-art-idx) <= ws-range-high then
                   if ws-sent-count = zero then
                       perform send-hdr-heading
                   end-if
                   add 1 to ws-sent-count
                   perform send-hdr-line
               end-if
           end-perform

           if ws-sent-count = zero then
               move "423 No articles in that range" to ws-out-line
               perform send-line
           else
               perform send-terminator
           end-if

           exit paragraph.


       send-hdr-heading.

           if ws-command-verb = "XHDR" then
               move "221 Header follows" to ws-out-line
           else
               move "225 Headers follow" to ws-out-line
           end-if
           perform send-line

           exit paragraph.


       send-hdr-line.

           perform build-article

           evaluate ws-hdr-name
               when "subject"
                   move ws-hdr-subject to ws-hdr-value
               when "from"
                   move ws-hdr-from to ws-hdr-value
               when "date"
                   move ws-hdr-date to ws-hdr-value
               when "message-id"
                   move ws-message-id to ws-hdr-value
               when "newsgroups"
                   move ws-grp-name(ws-loaded-grp-idx) to ws-hdr-value
               when ":lines"
               when "lines"
                   move ws-article-body-lines to ws-low-text
                   move function trim(ws-low-text) to ws-hdr-value
               when ":bytes"
               when "bytes"
                   move ws-article-bytes to ws-count-text
                   move function trim(ws-count-text) to ws-hdr-value
               when other
                   move spaces to ws-hdr-value
           end-evaluate

           move ws-art-num(ws-art-idx) to ws-num-text
           move function concatenate(
               function trim(ws-num-text), " ",
               function trim(ws-hdr-value))
               to ws-out-line
           perform send-line

           exit paragraph.


       answer-article.

           if ws-command-arg-1(1:1) = "<" then
               perform find-article-by-message-id
               if ws-art-found-idx = zero then
                   move "430 No article with that message-id"
                       to ws-out-line
                   perform send-line
                   exit paragraph
               end-if
               move ws-art-found-idx to ws-art-idx
               perform send-article
               exit paragraph
           end-if

           if ws-cur-grp-idx = zero then
               move "412 No newsgroup selected" to ws-out-line
               perform send-line
               exit paragraph
           end-if

           perform ensure-group-loaded

           if ws-command-arg-1 = spaces then
               if ws-cur-art-num = zero then
                   move "420 No current article selected"
                       to ws-out-line
                   perform send-line
                   exit paragraph
               end-if
               move ws-cur-art-num to ws-range-low
           else
               if function trim(ws-command-arg-1) is not numeric then
                   move "501 Bad article number" to ws-out-line
                   perform send-line
                   exit paragraph
               end-if
               move function numval(ws-command-arg-1) to ws-range-low
           end-if

           perform find-article-by-number
           if ws-art-found-idx = zero then
               move "423 No article with that number" to ws-out-line
               perform send-line
               exit paragraph
           end-if

      *> By number, the article becomes the current one.
           move ws-art-num(ws-art-found-idx) to ws-cur-art-num
           move ws-art-found-idx to ws-art-idx
           perform send-article

           exit paragraph.


       find-article-by-number.

           move zero to ws-art-found-idx
           perform varying ws-art-idx from 1 by 1
               until ws-art-idx > ws-art-count
               if ws-art-num(ws-art-idx) = ws-range-low then
                   move ws-art-idx to ws-art-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       find-article-by-message-id.

      *> <number.feed id@crssr.invalid> - loads that feed's numbers
      *> without changing the selected group or article.
           move zero to ws-art-found-idx
           move spaces to ws-msgid-num-text ws-msgid-feed-text
           move spaces to ws-msgid-rest

           unstring ws-command-arg-1(2:) delimited by "." or "@"
               into ws-msgid-num-text ws-msgid-feed-text
                    ws-msgid-rest
           end-unstring

           if function trim(ws-msgid-num-text) is not numeric
           or function trim(ws-msgid-feed-text) is not numeric then
               exit paragraph
           end-if

           move function numval(ws-msgid-num-text) to ws-msgid-num
           move function numval(ws-msgid-feed-text)
               to ws-msgid-feed-id

           set ws-not-found to true
           perform varying ws-grp-idx from 1 by 1
               until ws-grp-idx > ws-group-count
               if ws-grp-feed-id(ws-grp-idx) = ws-msgid-feed-id then
                   set ws-found to true
                   exit perform
               end-if
           end-perform

           if ws-not-found then
               exit paragraph
           end-if

           if ws-loaded-grp-idx not = ws-grp-idx then
               perform load-group-articles
           end-if

           move ws-msgid-num to ws-range-low
           perform find-article-by-number

           exit paragraph.


       answer-next-last.

           if ws-cur-grp-idx = zero then
               move "412 No newsgroup selected" to ws-out-line
               perform send-line
               exit paragraph
           end-if

           perform ensure-group-loaded

           if ws-cur-art-num = zero then
               move "420 No current article selected" to ws-out-line
               perform send-line
               exit paragraph
           end-if

           move ws-cur-art-num to ws-range-low
           perform find-article-by-number

           if ws-command-verb = "NEXT" then
               if ws-art-found-idx = zero
               or ws-art-found-idx >= ws-art-count then
                   move "421 No next article in this group"
                       to ws-out-line
                   perform send-line
                   exit paragraph
               end-if
               add 1 to ws-art-found-idx
           else
               if ws-art-found-idx <= 1 then
                   move "422 No previous article in this group"
                       to ws-out-line
                   perform send-line
                   exit paragraph
               end-if
               subtract 1 from ws-art-found-idx
           end-if

           move ws-art-num(ws-art-found-idx) to ws-cur-art-num
           move ws-art-found-idx to ws-art-idx
           perform set-message-id
           move ws-cur-art-num to ws-num-text
           move function concatenate(
               "223 ", function trim(ws-num-text), " ",
               function trim(ws-message-id))
               to ws-out-line
           perform send-line

           exit paragraph.


       send-article.

           perform build-article
           move ws-art-num(ws-art-idx) to ws-num-text

           evaluate ws-command-verb
               when "ARTICLE"
                   move function concatenate(
                       "220 ", function trim(ws-num-text), " ",
                       function trim(ws-message-id))
                       to ws-out-line
                   perform send-line
                   perform varying ws-line-idx from 1 by 1
                       until ws-line-idx > ws-article-line-count
                       move ws-article-line(ws-line-idx)
                           to ws-out-line
                       perform send-data-line
                   end-perform
                   perform send-terminator
                   perform mark-article-read
               when "HEAD"
                   move function concatenate(
                       "221 ", function trim(ws-num-text), " ",
                       function trim(ws-message-id))
                       to ws-out-line
                   perform send-line
                   perform varying ws-line-idx from 1 by 1
                       until ws-line-idx > ws-article-header-count
                       move ws-article-line(ws-line-idx)
                           to ws-out-line
                       perform send-data-line
                   end-perform
                   perform send-terminator
               when "BODY"
                   move function concatenate(
                       "222 ", function trim(ws-num-text), " ",
                       function trim(ws-message-id))
                       to ws-out-line
                   perform send-line
                   compute ws-line-idx = ws-article-header-count + 2
                   perform until ws-line-idx > ws-article-line-count
                       move ws-article-line(ws-line-idx)
                           to ws-out-line
                       perform send-data-line
                       add 1 to ws-line-idx
                   end-perform
                   perform send-terminator
                   perform mark-article-read
               when other
                   move function concatenate(
                       "223 ", function trim(ws-num-text), " ",
                       function trim(ws-message-id))
                       to ws-out-line
                   perform send-line
           end-evaluate

           exit paragraph.


       set-message-id.

           move ws-art-num(ws-art-idx) to ws-num-text
           move ws-loaded-feed-id to ws-feed-id-text
           move function concatenate(
               "<", function trim(ws-num-text), ".",
               function trim(ws-feed-id-text), "@crssr.invalid>")
               to ws-message-id

           exit paragraph.


       build-article.

      *> Headers, a blank line, then the body - kept as lines so
      *> ARTICLE / HEAD / BODY and the overview's byte and line
      *> counts all come from the one copy.
           move ws-art-item-idx(ws-art-idx) to ws-item-idx
           perform set-message-id
           move zero to ws-article-line-count

           move ws-item-title(ws-item-idx) to ws-clean-text
           perform clean-header-text
           move ws-clean-text to ws-hdr-subject
           if ws-hdr-subject = spaces then
               move "(no title)" to ws-hdr-subject
           end-if

           if ws-item-author(ws-item-idx) not = spaces then
               move ws-item-author(ws-item-idx) to ws-clean-text
           else
               move ws-grp-title(ws-loaded-grp-idx) to ws-clean-text
           end-if
           perform clean-header-text
           inspect ws-clean-text replacing all "<" by space
                                           all ">" by space
                                           all '"' by space
           move ws-loaded-feed-id to ws-feed-id-text
           move function concatenate(
               function trim(ws-clean-text), " <feed-",
               function trim(ws-feed-id-text), "@crssr.invalid>")
               to ws-hdr-from

           perform format-item-date

           move "Path: crssr!not-for-mail" to ws-hdr-value
           perform add-article-line
           move function concatenate(
               "From: ", function trim(ws-hdr-from)) to ws-hdr-value
           perform add-article-line
           move function concatenate(
               "Newsgroups: ",
               function trim(ws-grp-name(ws-loaded-grp-idx)))
               to ws-hdr-value
           perform add-article-line
           move function concatenate(
               "Subject: ", function trim(ws-hdr-subject))
               to ws-hdr-value
           perform add-article-line
           move function concatenate(
               "Date: ", function trim(ws-hdr-date)) to ws-hdr-value
           perform add-article-line
           move function concatenate(
               "Message-ID: ", function trim(ws-message-id))
               to ws-hdr-value
           perform add-article-line
           move ws-art-num(ws-art-idx) to ws-num-text
           move function concatenate(
               "Xref: crssr ",
               function trim(ws-grp-name(ws-loaded-grp-idx)), ":",
               function trim(ws-num-text))
               to ws-hdr-value
           perform add-article-line
           if ws-item-link(ws-item-idx) not = spaces then
               move function concatenate(
                   "Archived-At: <",
                   function trim(ws-item-link(ws-item-idx)), ">")
                   to ws-hdr-value
               perform add-article-line
           end-if
           move "MIME-Version: 1.0" to ws-hdr-value
           perform add-article-line
           move "Content-Type: text/plain; charset=UTF-8"
               to ws-hdr-value
           perform add-article-line
           move "Content-Transfer-Encoding: 8bit" to ws-hdr-value
           perform add-article-line

           move ws-article-line-count to ws-article-header-count

           move spaces to ws-hdr-value
           perform add-article-line

      *> Body: the description in full, wrapped, then the links.
           move spaces to ws-ovf-continuation
           if ws-item-desc-more(ws-item-idx) = 'Y' then
               perform read-overflow-continuation
           end-if
           move function concatenate(
               function trim(ws-item-desc(ws-item-idx)),
               function trim(ws-ovf-continuation))
               to ws-wrap-text
           perform wrap-body-text

           if ws-item-link(ws-item-idx) not = spaces then
               move spaces to ws-hdr-value
               perform add-article-line
               move function concatenate(
                   "Link: ", function trim(ws-item-link(ws-item-idx)))
                   to ws-hdr-value
               perform add-article-line
           end-if
           if ws-item-enc-url(ws-item-idx) not = spaces then
               move function concatenate(
                   "Enclosure: ",
                   function trim(ws-item-enc-url(ws-item-idx)))
                   to ws-hdr-value
               perform add-article-line
           end-if

           compute ws-article-body-lines =
               ws-article-line-count - ws-article-header-count - 1
           end-compute

           move zero to ws-article-bytes
           perform varying ws-line-idx from 1 by 1
               until ws-line-idx > ws-article-line-count
               if ws-article-line(ws-line-idx) = spaces then
                   add 2 to ws-article-bytes
               else
                   compute ws-article-bytes = ws-article-bytes + 2
                       + function length(function trim(
                           ws-article-line(ws-line-idx) trailing))
                   end-compute
               end-if
           end-perform

           exit paragraph.


       add-article-line.

           if ws-article-line-count < ws-max-article-lines then
               add 1 to ws-article-line-count
               move ws-hdr-value
                   to ws-article-line(ws-article-line-count)
           end-if
           move spaces to ws-hdr-value

           exit paragraph.


       clean-header-text.

      *> Header and overview values are single lines without tabs.
           inspect ws-clean-text replacing all ws-tab by space
                                           all ws-carriage-return
                                               by space
                                           all ws-line-feed by space

           exit paragraph.


       wrap-body-text.

           inspect ws-wrap-text replacing all ws-tab by space
                                          all ws-carriage-return
                                              by space
                                          all ws-line-feed by space

           if ws-wrap-text = spaces then
               exit paragraph
           end-if

           move function length(function trim(ws-wrap-text trailing))
               to ws-wrap-len
           move 1 to ws-wrap-pos

           perform until ws-wrap-pos > ws-wrap-len
               or ws-article-line-count >= ws-max-article-lines - 3

               perform until ws-wrap-pos > ws-wrap-len
                   or ws-wrap-text(ws-wrap-pos:1) not = space
                   add 1 to ws-wrap-pos
               end-perform
               if ws-wrap-pos > ws-wrap-len then
                   exit perform
               end-if

               compute ws-wrap-take = ws-wrap-len - ws-wrap-pos + 1
               if ws-wrap-take > ws-wrap-width then
      *> Break at the last space that fits, if there is one.
                   move ws-wrap-width to ws-wrap-take
                   move zero to ws-wrap-break
                   perform varying ws-wrap-break from ws-wrap-width
                       by -1 until ws-wrap-break < 2
                       or ws-wrap-text(ws-wrap-pos + ws-wrap-break:1)
                           = space
                       continue
                   end-perform
                   if ws-wrap-break >= 2 then
                       move ws-wrap-break to ws-wrap-take
                   end-if
               end-if

               move ws-wrap-text(ws-wrap-pos:ws-wrap-take)
                   to ws-hdr-value
               perform add-article-line
               add ws-wrap-take to ws-wrap-pos
           end-perform

           exit paragraph.


       format-item-date.

      *> Publication and first-seen times are both held on the UTC
      *> minute clock; an item without a publication time falls back
      *> to when it was first seen here.
           move spaces to ws-hdr-date
           move "+0000" to ws-date-zone

           if ws-item-pub-epoch-min(ws-item-idx) not = zero then
               move ws-item-pub-epoch-min(ws-item-idx)
                   to ws-date-epoch
           else
               if ws-item-first-seen(ws-item-idx) = zero then
                   move ws-item-pub-date(ws-item-idx) to ws-clean-text
                   perform clean-header-text
                   move ws-clean-text to ws-hdr-date
                   exit paragraph
               end-if
               move ws-item-first-seen(ws-item-idx) to ws-date-epoch
           end-if

           perform split-epoch-minutes

           move ws-date-date8(5:2) to ws-month-no
           move function concatenate(
               ws-day-names(ws-date-dow * 3 + 1:3), ", ",
               ws-date-date8(7:2), " ",
               ws-month-names((ws-month-no - 1) * 3 + 1:3), " ",
               ws-date-date8(1:4), " ", ws-date-hh, ":",
               ws-date-mi, ":00 ", ws-date-zone)
               to ws-hdr-date

           exit paragraph.


       split-epoch-minutes.

      *> Minutes since the integer-of-date epoch into date and time;
      *> day 1 (1601-01-01) was a Monday.
           divide ws-date-epoch by 1440 giving ws-date-days
           end-divide
           compute ws-date-hh = (ws-date-epoch
               - ws-date-days * 1440) / 60
           compute ws-date-mi = function mod(ws-date-epoch, 60)
           move function date-of-integer(ws-date-days)
               to ws-date-date8
           compute ws-date-dow = function mod(ws-date-days - 1, 7)

           exit paragraph.


       read-overflow-continuation.

           if ws-item-guid(ws-item-idx) = spaces then
               exit paragraph
           end-if

           move function substitute(
               function trim(ws-loaded-dat-file-name),
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
                           move f-ovf-text to ws-ovf-continuation
                           set ws-eof to true
                       end-if
                   end-read
               end-perform
           close fd-rss-overflow-file

           exit paragraph.


       mark-article-read.

           move ws-art-item-idx(ws-art-idx) to ws-mark-item-idx
           add 1 to ws-articles-read

           if ws-session-operator not = spaces then
               perform mark-read-in-overlay
           else
               perform mark-read-in-store
           end-if

           exit paragraph.


       mark-read-in-overlay.

      *> The operator's own side-car, exactly as the curses reader
      *> keeps it: read flag, open count, first-read time.
           if ws-item-guid(ws-mark-item-idx) = spaces then
               exit paragraph
           end-if

           move function substitute(
               function trim(ws-loaded-dat-file-name),
               ".dat",
               function concatenate(
                   "_", function trim(ws-session-operator), ".itm"))
               to ws-rss-item-state-file-name

           open i-o fd-rss-item-state-file

               move ws-item-guid(ws-mark-item-idx) to f-itm-guid
               read fd-rss-item-state-file
                   key is f-itm-guid
                   invalid key
                       move 'Y' to f-itm-read
                       move spaces to f-itm-tags
                       move 1 to f-itm-open-count
                       move zero to f-itm-snooze-until
                       move function rss-epoch-minutes
                           to f-itm-first-read
                       write f-item-state-record
                           invalid key
                               continue
                       end-write
                   not invalid key
                       move 'Y' to f-itm-read
                       add 1 to f-itm-open-count
                       if f-itm-first-read = zero then
                           move function rss-epoch-minutes
                               to f-itm-first-read
                       end-if
                       rewrite f-item-state-record
                           invalid key
                               continue
                       end-rewrite
               end-read

           close fd-rss-item-state-file

           exit paragraph.


       mark-read-in-store.

      *> No operator: the shared read flag, written the way
      *> "--query mark-read" writes it.
           if ws-item-read(ws-mark-item-idx) = 'Y'
           and ws-item-updated(ws-mark-item-idx) not = 'Y' then
               exit paragraph
           end-if

           move function rss-store-lock('A') to ws-lock-status
           if ws-lock-status not = 1 then
               call "logger" using
                   "NNTP read not recorded - feed store locked."
               end-call
               exit paragraph
           end-if

      *> The session may have been open across a refresh - take the
      *> item from the content file as it stands now.
           perform reload-item-under-lock
           if ws-not-found then
               move function rss-store-lock('R') to ws-lock-status
               exit paragraph
           end-if

           move 'Y' to ws-item-read(ws-mark-item-idx)
           move 'N' to ws-item-updated(ws-mark-item-idx)
           add 1 to ws-item-open-count(ws-mark-item-idx)
           if ws-item-first-read(ws-mark-item-idx) = zero then
               move function rss-epoch-minutes
                   to ws-item-first-read(ws-mark-item-idx)
           end-if

           move 'B' to ws-commit-mode
           move "nntp-mark-read" to ws-commit-operation
           call "rss-commit-journal" using
               ws-commit-mode ws-commit-operation
               ws-loaded-feed-id
           end-call

           perform stage-and-swap-content-file
           perform update-side-car-state
           perform update-summary-index

           move 'E' to ws-commit-mode
           call "rss-commit-journal" using
               ws-commit-mode ws-commit-operation
               ws-loaded-feed-id
           end-call

           move function rss-store-lock('R') to ws-lock-status

           exit paragraph.


       reload-item-under-lock.

           move ws-mark-item-idx to ws-item-idx
           perform set-item-key
           move ws-item-key to ws-mark-item-key
           move ws-num-items to ws-mark-prev-count

           move zero to ws-num-items
           move ws-loaded-dat-file-name to ws-rss-content-file-name
           set ws-not-eof to true
           open input fd-rss-content-file
               perform until ws-eof
                   read fd-rss-content-file into ws-rss-record
                       at end set ws-eof to true
                   end-read
               end-perform
           close fd-rss-content-file

           set ws-not-found to true
           if ws-mark-item-idx <= ws-num-items then
               move ws-mark-item-idx to ws-item-idx
               perform set-item-key
               if ws-item-key = ws-mark-item-key then
                   set ws-found to true
               end-if
           end-if

           if ws-not-found then
      *> Items moved: find it again and have the next command
      *> renumber against the new content.
               move zero to ws-loaded-grp-idx
               perform varying ws-item-idx from 1 by 1
                   until ws-item-idx > ws-num-items
                   perform set-item-key
                   if ws-item-key = ws-mark-item-key then
                       move ws-item-idx to ws-mark-item-idx
                       set ws-found to true
                       exit perform
                   end-if
               end-perform
           end-if

           if ws-num-items not = ws-mark-prev-count then
               move zero to ws-loaded-grp-idx
           end-if

           exit paragraph.


       update-side-car-state.

      *> Without this the next refresh would fold the side-car's old
      *> read flag back in.
           if ws-item-guid(ws-mark-item-idx) = spaces then
               exit paragraph
           end-if

           move function substitute(
               function trim(ws-loaded-dat-file-name),
               ".dat", ".itm")
               to ws-rss-item-state-file-name

           open i-o fd-rss-item-state-file

               move ws-item-guid(ws-mark-item-idx) to f-itm-guid
               read fd-rss-item-state-file
                   key is f-itm-guid
                   invalid key
                       move ws-item-read(ws-mark-item-idx)
                           to f-itm-read
                       move ws-item-tags(ws-mark-item-idx)
                           to f-itm-tags
                       move ws-item-open-count(ws-mark-item-idx)
                           to f-itm-open-count
                       move ws-item-snooze-until(ws-mark-item-idx)
                           to f-itm-snooze-until
                       move ws-item-first-read(ws-mark-item-idx)
                           to f-itm-first-read
                       write f-item-state-record
                           invalid key
                               continue
                       end-write
                   not invalid key
                       move ws-item-read(ws-mark-item-idx)
                           to f-itm-read
                       move ws-item-open-count(ws-mark-item-idx)
                           to f-itm-open-count
                       if f-itm-first-read = zero then
                           move ws-item-first-read(ws-mark-item-idx)
                               to f-itm-first-read
                       end-if
                       rewrite f-item-state-record
                           invalid key
                               continue
                       end-rewrite
               end-read

           close fd-rss-item-state-file

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
               ws-loaded-feed-id ws-sum-unread-count ws-num-items
               ws-sum-latest-epoch
           end-call

           exit paragraph.


       stage-and-swap-content-file.

           move function concatenate(
               function trim(ws-loaded-dat-file-name), ".tmp")
               to ws-rss-content-temp-file-name

           move ws-rss-content-temp-file-name
               to ws-rss-content-file-name
           open output fd-rss-content-file
               write f-rss-content-record from ws-rss-record
               end-write
           move ws-content-file-status to ws-content-file-write-status
           close fd-rss-content-file

           if ws-content-file-write-status <> zero then
               call "logger" using function concatenate(
                   "Failed to stage NNTP read flag, status ",
                   ws-content-file-write-status, ". Leaving existing ",
                   "content file unchanged: ",
                   function trim(ws-loaded-dat-file-name))
               end-call
               exit paragraph
           end-if

           move function concatenate(
               "mv ", function trim(ws-rss-content-temp-file-name),
               " ", function trim(ws-loaded-dat-file-name))
               to ws-rss-swap-cmd

           move pipe-open(ws-rss-swap-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           if ws-pipe-return is not zero then
               call "logger" using function concatenate(
                   "Failed to swap NNTP read flag into ",
                   function trim(ws-loaded-dat-file-name),
                   " : mv exit status ", ws-pipe-return)
               end-call
           end-if

           exit paragraph.

       end program rss-nntp-server.
