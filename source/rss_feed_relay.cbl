      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Caching relay so other crssr installs on the LAN
      *>          fetch their feeds from this one instead of the
      *>          internet. inetd/CGI style like rss-query-server:
      *>          one request on stdin, one response on stdout.
      *>          "GET /feed?url=<feed url, %-encoded>" answers the
      *>          raw XML this install last downloaded for that
      *>          subscribed URL - the copy rss-downloader keeps as
      *>          feeds/capture/rss_<id>.xml when "relay_serve" (or
      *>          "capture") is true - with the stored ETag and
      *>          Last-Modified as its validators. If-None-Match /
      *>          If-Modified-Since matching them answer 304, and
      *>          HEAD answers the headers alone, so the other
      *>          installs' conditional-GET probes work unchanged.
      *>          A URL not subscribed here, or not fetched yet,
      *>          answers 404 and the caller fetches it directly.
      *>          Every answer is appended to feeds/relay.log; the
      *>          'R' operation (--relay-stats) totals it into the
      *>          number of upstream fetches the relay has saved.
      *>          Bind it in the inetd/socat configuration, e.g.
      *>          "socat TCP-LISTEN:8097,fork
      *>           EXEC:'crssr --serve-relay'", and set "relay_url"
      *>          to http://<host>:8097 on the other installs.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-feed-relay.

       environment division.

       configuration section.

       repository.
           function pipe-open
           function pipe-close
           function rss-epoch-minutes
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".

      *> The request a byte at a time, as the WebSub receiver reads
      *> its own - headers end at the blank line, there is no body.
               select fd-request-in-file
               assign to dynamic ws-request-in-file-name
               organization is sequential
               file status is ws-request-in-status.

               select optional fd-relay-copy-file
               assign to dynamic ws-relay-copy-file-name
               organization is line sequential
               file status is ws-relay-copy-status.

               select optional fd-relay-log-file
               assign to dynamic ws-relay-log-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".

           FD fd-request-in-file.
           01  f-request-in-byte              pic x.

           FD fd-relay-copy-file.
           01  f-relay-copy-line              pic x(80).

           FD fd-relay-log-file.
           01  f-relay-log-line               pic x(300).

       working-storage section.

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-request-in-file-name           pic x(32)
                                             value "/dev/stdin".
       77  ws-request-in-status              pic xx value spaces.
       77  ws-relay-copy-file-name           pic x(256) value spaces.
       77  ws-relay-copy-status              pic xx value spaces.
       77  ws-relay-log-file-name            pic x(256) value spaces.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.
       77  ws-pipe-status                    pic 9(4) value zero.

       77  ws-shell-cmd                      pic x(600) value spaces.
       77  ws-out-line                       pic x(512) value spaces.

       78  ws-new-line                       value x"0a".
       78  ws-carriage-return                value x"0d".

      *> Request line and headers.
       77  ws-http-line                      pic x(2048) value spaces.
       77  ws-http-line-len                  pic 9(4) value zero.
       77  ws-request-method                 pic x(8) value spaces.
       77  ws-request-target                 pic x(2048) value spaces.
       77  ws-request-path                   pic x(512) value spaces.
       77  ws-request-query                  pic x(2048) value spaces.
       77  ws-header-name                    pic x(64) value spaces.
       77  ws-header-value                   pic x(512) value spaces.
       77  ws-if-none-match                  pic x(128) value spaces.
       77  ws-if-modified-since              pic x(64) value spaces.

       01  ws-stream-sw                      pic a value 'N'.
           88  ws-stream-ended               value 'Y'.
           88  ws-stream-open                value 'N'.

       01  ws-head-only-sw                   pic a value 'N'.
           88  ws-head-only                  value 'Y'.
           88  ws-send-body                  value 'N'.

      *> "url=" query parameter.
       77  ws-query-ptr                      pic 9(4) value zero.
       77  ws-query-pair                     pic x(1024) value spaces.
       77  ws-query-name                     pic x(64) value spaces.
       77  ws-query-value                    pic x(1024) value spaces.
       77  ws-relay-feed-url                 pic x(256) value spaces.

      *> %xx / "+" decoding of a query value.
       77  ws-decode-in                      pic x(1024) value spaces.
       77  ws-decode-out                     pic x(1024) value spaces.
       77  ws-decode-in-idx                  pic 9(4) value zero.
       77  ws-decode-out-idx                 pic 9(4) value zero.
       77  ws-decode-len                     pic 9(4) value zero.
       77  ws-hex-digits                     pic x(16)
                                             value "0123456789abcdef".
       77  ws-hex-char                       pic x value space.
       77  ws-hex-high                       pic 99 value zero.
       77  ws-hex-low                        pic 99 value zero.
       77  ws-hex-value                      pic 9(3) value zero.

      *> The answer given - logged for the saved-fetch totals.
       77  ws-answer-code                    pic 9(3) value zero.
       77  ws-answer-feed-id                 pic 9(5) value zero.
       77  ws-now-epoch                      pic 9(10) value zero.

      *> Totals of feeds/relay.log.
       77  ws-log-line                       pic x(300) value spaces.
       77  ws-log-epoch                      pic x(10) value spaces.
       77  ws-log-code                       pic x(3) value spaces.
       77  ws-log-feed-id                    pic x(5) value spaces.
       77  ws-log-url                        pic x(256) value spaces.
       77  ws-total-requests                 pic 9(7) value zero.
       77  ws-total-full                     pic 9(7) value zero.
       77  ws-total-not-modified             pic 9(7) value zero.
       77  ws-total-missed                   pic 9(7) value zero.
       77  ws-total-saved                    pic 9(7) value zero.
       77  ws-disp-count                     pic z(6)9.

       78  ws-max-relay-feeds                value 500.
       77  ws-relay-feed-count               pic 9(3) value zero.
       01  ws-relay-feed-table.
           05  ws-relay-feed-entry occurs 500 times.
               10  ws-rf-feed-id             pic 9(5).
               10  ws-rf-saved               pic 9(7).
               10  ws-rf-url                 pic x(256).
       77  ws-rf-idx                         pic 9(3) value zero.
       77  ws-rf-found-idx                   pic 9(3) value zero.

       01  ws-log-eof-sw                     pic a value 'N'.
           88  ws-log-eof                    value 'Y'.
           88  ws-log-not-eof                value 'N'.

       linkage section.

      *> 'S' serve one request on stdin, 'R' report the totals.
       01  l-relay-op                        pic x.

       procedure division using l-relay-op.

       main-procedure.

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/relay.log")
               to ws-relay-log-file-name

           if l-relay-op = 'R' then
               perform report-relay-totals
               goback
           end-if

           open input fd-request-in-file
           if ws-request-in-status not = "00" then
               goback
           end-if

           perform read-http-line
           unstring ws-http-line delimited by all space
               into ws-request-method ws-request-target
           end-unstring

           perform read-request-headers
           close fd-request-in-file

           evaluate function upper-case(
               function trim(ws-request-method))
               when "GET"
                   set ws-send-body to true
               when "HEAD"
                   set ws-head-only to true
               when other
                   move "HTTP/1.0 405 Method Not Allowed" to ws-out-line
                   perform send-line
                   move "Allow: GET, HEAD" to ws-out-line
                   perform send-line
                   move "Connection: close" to ws-out-line
                   perform send-line
                   move spaces to ws-out-line
                   perform send-line
                   goback
           end-evaluate

           move spaces to ws-request-path ws-request-query
           unstring ws-request-target delimited by "?"
               into ws-request-path ws-request-query
           end-unstring

           perform find-url-parameter

           if function lower-case(function trim(ws-request-path))
               not = "/feed"
           or ws-relay-feed-url = spaces then
               perform answer-not-found
               goback
           end-if

           perform answer-feed-request
           perform log-relay-answer

           goback.


       read-request-headers.

           move spaces to ws-if-none-match ws-if-modified-since

           perform read-http-line
           perform until ws-http-line = spaces or ws-stream-ended
               move spaces to ws-header-name ws-header-value
               unstring ws-http-line delimited by ":"
                   into ws-header-name ws-header-value
               end-unstring

      *> The value of If-Modified-Since has colons of its own -
      *> take everything after the first one.
               evaluate function lower-case(
                   function trim(ws-header-name))
                   when "if-none-match"
                       move function trim(ws-header-value)
                           to ws-if-none-match
                   when "if-modified-since"
                       move function trim(ws-http-line(
                           function length(function trim(
                           ws-header-name)) + 2:))
                           to ws-if-modified-since
               end-evaluate

               perform read-http-line
           end-perform

           exit paragraph.


       read-http-line.

      *> One CRLF- (or bare LF-) terminated line into ws-http-line.
           move spaces to ws-http-line
           move zero to ws-http-line-len

           perform until ws-stream-ended
               read fd-request-in-file
                   at end
                       set ws-stream-ended to true
                   not at end
                       if f-request-in-byte = ws-new-line then
                           exit perform
                       end-if
                       if f-request-in-byte not = ws-carriage-return
                       and ws-http-line-len < length of ws-http-line
                       then
                           add 1 to ws-http-line-len
                           move f-request-in-byte
                               to ws-http-line(ws-http-line-len:1)
                       end-if
               end-read
           end-perform

           exit paragraph.


       find-url-parameter.

           move spaces to ws-relay-feed-url

           if ws-request-query = spaces then
               exit paragraph
           end-if

           move 1 to ws-query-ptr
           perform until ws-query-ptr > length of ws-request-query
               move spaces to ws-query-pair
               unstring ws-request-query delimited by "&"
                   into ws-query-pair
                   with pointer ws-query-ptr
               end-unstring

               if ws-query-pair = spaces then
                   exit perform
               end-if

               move spaces to ws-query-name ws-query-value
               unstring ws-query-pair delimited by "="
                   into ws-query-name ws-query-value
               end-unstring

               if function lower-case(function trim(ws-query-name))
                   = "url" then
                   move ws-query-value to ws-decode-in
                   perform url-decode-value
                   move ws-decode-out to ws-relay-feed-url
                   exit perform
               end-if
           end-perform

           exit paragraph.


       url-decode-value.

           move spaces to ws-decode-out
           move zero to ws-decode-out-idx
           move function length(function trim(ws-decode-in trailing))
               to ws-decode-len
           if ws-decode-in = spaces then
               exit paragraph
           end-if

           move 1 to ws-decode-in-idx
           perform until ws-decode-in-idx > ws-decode-len
               add 1 to ws-decode-out-idx
               evaluate true
                   when ws-decode-in(ws-decode-in-idx:1) = "+"
                       move space
                           to ws-decode-out(ws-decode-out-idx:1)
                       add 1 to ws-decode-in-idx
                   when ws-decode-in(ws-decode-in-idx:1) = "%"
                   and ws-decode-in-idx + 2 <= ws-decode-len
                       move function lower-case(
                           ws-decode-in(ws-decode-in-idx + 1:1))
                           to ws-hex-char
                       perform hex-digit-value
                       move ws-hex-value to ws-hex-high
                       move function lower-case(
                           ws-decode-in(ws-decode-in-idx + 2:1))
                           to ws-hex-char
                       perform hex-digit-value
                       move ws-hex-value to ws-hex-low
                       compute ws-hex-value =
                           ws-hex-high * 16 + ws-hex-low
                       move function char(ws-hex-value + 1)
                           to ws-decode-out(ws-decode-out-idx:1)
                       add 3 to ws-decode-in-idx
                   when other
                       move ws-decode-in(ws-decode-in-idx:1)
                           to ws-decode-out(ws-decode-out-idx:1)
                       add 1 to ws-decode-in-idx
               end-evaluate
           end-perform

           exit paragraph.


       hex-digit-value.

           move zero to ws-hex-value
           inspect ws-hex-digits tallying ws-hex-value
               for characters before initial ws-hex-char
           if ws-hex-value > 15 then
               move zero to ws-hex-value
           end-if

           exit paragraph.


       answer-feed-request.

      *> Only URLs this install subscribes to are relayed - the
      *> relay is a cache of our own downloads, not an open proxy.
           move 404 to ws-answer-code
           move zero to ws-answer-feed-id

           move ws-relay-feed-url to f-rss-link
           open input fd-rss-list-file
               read fd-rss-list-file
                   key is f-rss-link
                   invalid key
                       move zero to f-rss-feed-id
               end-read
           close fd-rss-list-file

           if f-rss-feed-id = zero then
               perform answer-not-found
               exit paragraph
           end-if

           move f-rss-feed-id to ws-answer-feed-id

           move function concatenate(
               function trim(function resolve-data-path(
               "feeds/capture")), "/rss_", f-rss-feed-id, ".xml")
               to ws-relay-copy-file-name

      *> Subscribed but nothing kept yet (never fetched since
      *> relay_serve was turned on) - let the caller go direct.
           open input fd-relay-copy-file
           if ws-relay-copy-status not = "00" then
               close fd-relay-copy-file
               perform answer-not-found
               exit paragraph
           end-if
           read fd-relay-copy-file
               at end
                   move "10" to ws-relay-copy-status
           end-read
           close fd-relay-copy-file

           if ws-relay-copy-status not = "00"
           and ws-relay-copy-status not = "04" then
               perform answer-not-found
               exit paragraph
           end-if

      *> If-None-Match wins over If-Modified-Since when both came;
      *> either is compared with what the origin last gave us.
           if ws-if-none-match not = spaces then
               if f-rss-etag not = spaces
               and function trim(ws-if-none-match)
                   = function trim(f-rss-etag) then
                   perform answer-not-modified
                   exit paragraph
               end-if
           else
               if ws-if-modified-since not = spaces
               and f-rss-last-modified not = spaces
               and function trim(ws-if-modified-since)
                   = function trim(f-rss-last-modified) then
                   perform answer-not-modified
                   exit paragraph
               end-if
           end-if

           move 200 to ws-answer-code

           move "HTTP/1.0 200 OK" to ws-out-line
           perform send-line
           move "Content-Type: application/xml" to ws-out-line
           perform send-line
           if f-rss-etag not = spaces then
               move function concatenate(
                   "ETag: ", function trim(f-rss-etag))
                   to ws-out-line
               perform send-line
           end-if
           if f-rss-last-modified not = spaces then
               move function concatenate(
                   "Last-Modified: ",
                   function trim(f-rss-last-modified))
                   to ws-out-line
               perform send-line
           end-if
           move "X-Crssr-Relay: hit" to ws-out-line
           perform send-line
           move "Connection: close" to ws-out-line
           perform send-line
           move spaces to ws-out-line
           perform send-line

           if ws-head-only then
               exit paragraph
           end-if

      *> The body is copied byte for byte by cat onto the same
      *> stdout - a feed's XML can be one very long line.
           move function concatenate(
               "cat ", function trim(ws-relay-copy-file-name))
               to ws-shell-cmd

           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           if ws-pipe-return not = 255 then
               move pipe-close(ws-pipe-record) to ws-pipe-status
           end-if

           exit paragraph.


       answer-not-modified.

           move 304 to ws-answer-code

           move "HTTP/1.0 304 Not Modified" to ws-out-line
           perform send-line
           if f-rss-etag not = spaces then
               move function concatenate(
                   "ETag: ", function trim(f-rss-etag))
                   to ws-out-line
               perform send-line
           end-if
           if f-rss-last-modified not = spaces then
               move function concatenate(
                   "Last-Modified: ",
                   function trim(f-rss-last-modified))
                   to ws-out-line
               perform send-line
           end-if
           move "X-Crssr-Relay: hit" to ws-out-line
           perform send-line
           move "Connection: close" to ws-out-line
           perform send-line
           move spaces to ws-out-line
           perform send-line

           exit paragraph.


       answer-not-found.

           move 404 to ws-answer-code

           move "HTTP/1.0 404 Not Found" to ws-out-line
           perform send-line
           move "Content-Type: text/plain" to ws-out-line
           perform send-line
           move "Connection: close" to ws-out-line
           perform send-line
           move spaces to ws-out-line
           perform send-line
           if ws-send-body then
               display "Not relayed here - fetch it directly. "
                   "Known path: /feed?url=<subscribed feed url>"
               end-display
           end-if

           exit paragraph.


       send-line.

      *> Header lines end in CRLF, and so does the empty line that
      *> closes them.
           if ws-out-line = spaces then
               display ws-carriage-return
           else
               display function trim(ws-out-line trailing)
                   ws-carriage-return
               end-display
           end-if
           move spaces to ws-out-line

           exit paragraph.


       log-relay-answer.

           move function rss-epoch-minutes to ws-now-epoch

           open extend fd-relay-log-file
               move function concatenate(
                   ws-now-epoch, "|", ws-answer-code, "|",
                   ws-answer-feed-id, "|",
                   function trim(ws-relay-feed-url))
                   to f-relay-log-line
               write f-relay-log-line
           close fd-relay-log-file

           call "logger" using function concatenate(
               "Relay answered ", ws-answer-code, " for: ",
               function trim(ws-relay-feed-url))
           end-call

           exit paragraph.


       report-relay-totals.

      *> A full copy or a 304 from the relay is one fetch the
      *> asking install did not make against the origin.
           move zero to ws-total-requests ws-total-full
           move zero to ws-total-not-modified ws-total-missed
           move zero to ws-relay-feed-count
           set ws-log-not-eof to true

           open input fd-relay-log-file
           perform until ws-log-eof
               read fd-relay-log-file into ws-log-line
                   at end
                       set ws-log-eof to true
                   not at end
                       perform tally-relay-log-line
               end-read
           end-perform
           close fd-relay-log-file

           compute ws-total-saved =
               ws-total-full + ws-total-not-modified

           display "Feed relay (feeds/relay.log)"
           display "----------------------------------------------"
           move ws-total-requests to ws-disp-count
           display "Requests answered:       " ws-disp-count
           move ws-total-full to ws-disp-count
           display "Full copies served:      " ws-disp-count
           move ws-total-not-modified to ws-disp-count
           display "Not-modified answers:    " ws-disp-count
           move ws-total-missed to ws-disp-count
           display "Not relayed (404):       " ws-disp-count
           move ws-total-saved to ws-disp-count
           display "Upstream fetches saved:  " ws-disp-count

           if ws-relay-feed-count = zero then
               exit paragraph
           end-if

           move spaces to ws-out-line
           perform send-line
           display "  Saved  Feed  URL"
           perform varying ws-rf-idx from 1 by 1
               until ws-rf-idx > ws-relay-feed-count
               move ws-rf-saved(ws-rf-idx) to ws-disp-count
               display ws-disp-count " " ws-rf-feed-id(ws-rf-idx)
                   "  " function trim(ws-rf-url(ws-rf-idx))
               end-display
           end-perform

           exit paragraph.


       tally-relay-log-line.

           move spaces to ws-log-epoch ws-log-code ws-log-feed-id
           move spaces to ws-log-url
           unstring ws-log-line delimited by "|"
               into ws-log-epoch ws-log-code ws-log-feed-id
                   ws-log-url
           end-unstring

           add 1 to ws-total-requests

           evaluate ws-log-code
               when "200"
                   add 1 to ws-total-full
               when "304"
                   add 1 to ws-total-not-modified
               when other
                   add 1 to ws-total-missed
                   exit paragraph
           end-evaluate

           if ws-log-feed-id is not numeric then
               exit paragraph
           end-if

           move zero to ws-rf-found-idx
           perform varying ws-rf-idx from 1 by 1
               until ws-rf-idx > ws-relay-feed-count
               or ws-rf-found-idx > zero
               if ws-rf-feed-id(ws-rf-idx) = ws-log-feed-id then
                   move ws-rf-idx to ws-rf-found-idx
               end-if
           end-perform

           if ws-rf-found-idx = zero then
               if ws-relay-feed-count >= ws-max-relay-feeds then
                   exit paragraph
               end-if
               add 1 to ws-relay-feed-count
               move ws-relay-feed-count to ws-rf-found-idx
               move ws-log-feed-id to ws-rf-feed-id(ws-rf-found-idx)
               move zero to ws-rf-saved(ws-rf-found-idx)
           end-if

      *> The latest URL logged for the feed - it may have moved.
           move ws-log-url to ws-rf-url(ws-rf-found-idx)
           add 1 to ws-rf-saved(ws-rf-found-idx)

           exit paragraph.

       end program rss-feed-relay.
