      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Operator-authored local feeds. A subscription whose
      *>          "URL" is local:<name> has no publisher at all - its
      *>          items are the team notices operators write on the
      *>          compose screen (rss-reader-notice), kept in
      *>          feeds/notices.dat. This program renders the
      *>          notices of one local feed that have not yet
      *>          expired, newest first, as the feed document
      *>          rss-downloader hands to rss-parser, so notices get
      *>          unread counts, the timeline, digests and rules like
      *>          any fetched item. An expired notice is simply left
      *>          out of the next render and drops out of the feed.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-local-synth.

       environment division.

       configuration section.

       repository.
           function rss-epoch-minutes
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-notice-file
               assign to dynamic ws-notice-file-name
               organization is line sequential.

               select fd-synth-file
               assign to dynamic ws-synth-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-notice-file.
           01  f-notice-line-raw              pic x(1600).

           FD fd-synth-file.
           01  f-synth-line-raw               pic x(2200).

       working-storage section.

       copy "./copybooks/wsrecord/ws-notice-record.cpy".

       77  ws-notice-file-name               pic x(256) value spaces.
       77  ws-synth-file-name                pic x(256) value spaces.
       77  ws-notice-line                    pic x(1600)
                                             value spaces.
       77  ws-synth-line                     pic x(2200)
                                             value spaces.

       77  ws-local-name                     pic x(32) value spaces.
       77  ws-now-epoch-min                  pic 9(10) value zero.

      *> Line numbers (in file order) of the notices still current -
      *> the file is append-only, so walking the table backwards
      *> gives newest first.
       78  ws-max-notices                    value 200.
       01  ws-current-table.
           05  ws-current-line-no            pic 9(6) value zero
                                             occurs 200 times.
       77  ws-current-count                  pic 9(3) value zero.
       77  ws-current-idx                    pic 9(3) value zero.
       77  ws-line-no                        pic 9(6) value zero.
       77  ws-wanted-line-no                 pic 9(6) value zero.
       77  ws-notices-written                pic 9(3) value zero.

      *> XML escaping scratch.
       77  ws-escape-input                   pic x(1000)
                                             value spaces.
       77  ws-escaped-text                   pic x(2100)
                                             value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

      *> "local:<name>" - the local feed to render.
       01  l-local-url                       pic x(256).
       01  l-synth-file-name                 pic x(255).

       01  l-synth-status                    pic 9.
           88  l-synth-ok                    value 1.
           88  l-synth-failed                value 2.

       procedure division using
           l-local-url, l-synth-file-name, l-synth-status.

       main-procedure.

           set l-synth-failed to true

           move function lower-case(function trim(l-local-url(7:)))
               to ws-local-name
           move function trim(l-synth-file-name)
               to ws-synth-file-name
           move function resolve-data-path("feeds/notices.dat")
               to ws-notice-file-name

           if ws-local-name = spaces then
               call "logger" using
                   "Local feed: empty name after local: ."
               end-call
               goback
           end-if

           move function rss-epoch-minutes to ws-now-epoch-min

           perform find-current-notices

           open output fd-synth-file

               move '<?xml version="1.0" encoding="UTF-8"?>'
                   to ws-synth-line
               write f-synth-line-raw from ws-synth-line
               move '<rss version="2.0">' to ws-synth-line
               write f-synth-line-raw from ws-synth-line
               move "<channel>" to ws-synth-line
               write f-synth-line-raw from ws-synth-line

               move ws-local-name to ws-escape-input
               perform xml-escape
               move function concatenate(
                   "<title>Notices: ",
                   function trim(ws-escaped-text), "</title>")
                   to ws-synth-line
               write f-synth-line-raw from ws-synth-line

               move function concatenate(
                   "<link>", function trim(l-local-url),
                   "</link>")
                   to ws-synth-line
               write f-synth-line-raw from ws-synth-line

               move function concatenate(
                   "<description>Team notices written by crssr ",
                   "operators.</description>")
                   to ws-synth-line
               write f-synth-line-raw from ws-synth-line

               perform varying ws-current-idx from ws-current-count
                   by -1 until ws-current-idx < 1
                   move ws-current-line-no(ws-current-idx)
                       to ws-wanted-line-no
                   perform write-notice-item
               end-perform

               move "</channel>" to ws-synth-line
               write f-synth-line-raw from ws-synth-line
               move "</rss>" to ws-synth-line
               write f-synth-line-raw from ws-synth-line

           close fd-synth-file

           call "logger" using function concatenate(
               "Local feed rendered: ", ws-notices-written,
               " current notice(s) for ", function trim(ws-local-name))
           end-call

           set l-synth-ok to true

           goback.


       find-current-notices.

      *> One pass to note which lines belong to this feed and are
      *> still current; past the cap the oldest ones are dropped.
           move zero to ws-current-count ws-line-no
           set ws-not-eof to true

           open input fd-notice-file
               perform until ws-eof
                   read fd-notice-file into ws-notice-line
                       at end set ws-eof to true
                   not at end
                       add 1 to ws-line-no
                       perform parse-notice-line
                       if ws-ntc-feed-name = ws-local-name
                       and (ws-ntc-expiry-epoch = zero
                           or ws-ntc-expiry-epoch > ws-now-epoch-min)
                       then
                           perform note-current-line
                       end-if
                   end-read
               end-perform
           close fd-notice-file

           exit paragraph.


       note-current-line.

           if ws-current-count >= ws-max-notices then
               perform varying ws-current-idx from 1 by 1
                   until ws-current-idx >= ws-max-notices
                   move ws-current-line-no(ws-current-idx + 1)
                       to ws-current-line-no(ws-current-idx)
               end-perform
               move ws-line-no to ws-current-line-no(ws-max-notices)
           else
               add 1 to ws-current-count
               move ws-line-no to ws-current-line-no(ws-current-count)
           end-if

           exit paragraph.


       parse-notice-line.

           initialize ws-notice-record
           move spaces to ws-ntc-expiry-text

           unstring ws-notice-line delimited by "|"
               into ws-ntc-feed-name ws-ntc-guid ws-ntc-posted
                    ws-ntc-expiry-text ws-ntc-author ws-ntc-title
                    ws-ntc-link ws-ntc-body
           end-unstring

           if function trim(ws-ntc-expiry-text) is numeric then
               move function numval(ws-ntc-expiry-text)
                   to ws-ntc-expiry-epoch
           end-if

           exit paragraph.


       write-notice-item.

      *> Re-read up to the wanted line - the file is small and this
      *> keeps only line numbers in storage.
           move zero to ws-line-no
           set ws-not-eof to true

           open input fd-notice-file
               perform until ws-eof or ws-line-no = ws-wanted-line-no
                   read fd-notice-file into ws-notice-line
                       at end set ws-eof to true
                   not at end
                       add 1 to ws-line-no
                   end-read
               end-perform
           close fd-notice-file

           if ws-line-no not = ws-wanted-line-no then
               exit paragraph
           end-if

           perform parse-notice-line

           move "<item>" to ws-synth-line
           write f-synth-line-raw from ws-synth-line

           move ws-ntc-title to ws-escape-input
           perform xml-escape
           move function concatenate(
               "<title>", function trim(ws-escaped-text),
               "</title>")
               to ws-synth-line
           write f-synth-line-raw from ws-synth-line

           if ws-ntc-link not = spaces then
               move ws-ntc-link to ws-escape-input
               perform xml-escape
               move function concatenate(
                   "<link>", function trim(ws-escaped-text),
                   "</link>")
                   to ws-synth-line
               write f-synth-line-raw from ws-synth-line
           end-if

           move ws-ntc-guid to ws-escape-input
           perform xml-escape
           move function concatenate(
               "<guid>", function trim(ws-escaped-text),
               "</guid>")
               to ws-synth-line
           write f-synth-line-raw from ws-synth-line

           move function concatenate(
               "<pubDate>", function trim(ws-ntc-posted),
               "</pubDate>")
               to ws-synth-line
           write f-synth-line-raw from ws-synth-line

           if ws-ntc-author not = spaces then
               move ws-ntc-author to ws-escape-input
               perform xml-escape
               move function concatenate(
                   "<author>", function trim(ws-escaped-text),
                   "</author>")
                   to ws-synth-line
               write f-synth-line-raw from ws-synth-line
           end-if

           move ws-ntc-body to ws-escape-input
           perform xml-escape
           move function concatenate(
               "<description>", function trim(ws-escaped-text),
               "</description>")
               to ws-synth-line
           write f-synth-line-raw from ws-synth-line

           move "</item>" to ws-synth-line
           write f-synth-line-raw from ws-synth-line

           add 1 to ws-notices-written

           exit paragraph.


       xml-escape.

           move function substitute(ws-escape-input,
               "&", "&amp;")
               to ws-escaped-text
           move function substitute(ws-escaped-text(1:1500),
               "<", "&lt;",
               ">", "&gt;")
               to ws-escaped-text
           move spaces to ws-escape-input

           exit paragraph.

       end program rss-local-synth.
