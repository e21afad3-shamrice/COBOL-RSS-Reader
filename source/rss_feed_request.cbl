      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Subscription request queue (feeds/feed_requests.dat).
      *>          Operators whose role may not add feeds submit a
      *>          request - URL, category, justification - that
      *>          waits for an admin on the Subscription Requests
      *>          screen (rss-reader-feed-requests). Operation 'S'
      *>          appends a pending request; 'C' counts the pending
      *>          ones. Line layout:
      *>          id|status|requested by|YYYYMMDDHHMM|url|category|
      *>          justification|decided by|YYYYMMDDHHMM|reason
      *>          with status P (pending), A (approved), R (rejected).
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-feed-request.

       environment division.

       configuration section.

       repository.
           function rss-operator-name
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-feed-request-file
               assign to dynamic ws-feed-request-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-feed-request-file.
           01  f-feed-request-line-raw        pic x(700).

       working-storage section.

       77  ws-feed-request-file-name         pic x(256) value spaces.
       77  ws-feed-request-line              pic x(700) value spaces.

       77  ws-field-id                       pic x(8) value spaces.
       77  ws-field-status                   pic x(4) value spaces.
       77  ws-field-by                       pic x(32) value spaces.
       77  ws-field-stamp                    pic x(14) value spaces.
       77  ws-field-url                      pic x(256) value spaces.

       77  ws-highest-request-id             pic 9(5) value zero.
       77  ws-line-request-id                pic 9(5) value zero.
       77  ws-new-request-id                 pic 9(5) value zero.
       77  ws-request-operator               pic x(32) value spaces.
       77  ws-request-stamp                  pic x(12) value spaces.

       01  ws-duplicate-sw                   pic a value 'N'.
           88  ws-duplicate-pending          value 'Y'.
           88  ws-no-duplicate               value 'N'.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-request-op                      pic x.
           88  l-submit-request              value 'S'.
           88  l-count-pending               value 'C'.
       01  l-request-url                     pic x(256).
       01  l-request-category                pic x(32).
       01  l-request-justification           pic x(128).
       01  l-pending-count                   pic 9(5).
       01  l-request-status                  pic 9.
           88  l-request-ok                  value 1.
           88  l-request-duplicate           value 2.
           88  l-request-incomplete          value 3.

       procedure division using
           l-request-op, l-request-url, l-request-category,
           l-request-justification, l-pending-count,
           l-request-status.

       main-procedure.

           move function resolve-data-path("feeds/feed_requests.dat")
               to ws-feed-request-file-name

           set l-request-ok to true
           perform scan-request-file

           if l-count-pending then
               goback
           end-if

           if function trim(l-request-url) = spaces
           or function trim(l-request-justification) = spaces then
               set l-request-incomplete to true
               goback
           end-if

           if ws-duplicate-pending then
               set l-request-duplicate to true
               goback
           end-if

      *> Pipes would split the record - the free-text fields lose
      *> them.
           inspect l-request-category replacing all "|" by "/"
           inspect l-request-justification replacing all "|" by "/"

           move function rss-operator-name to ws-request-operator
           if ws-request-operator = spaces then
               move "-" to ws-request-operator
           end-if
           move function current-date(1:12) to ws-request-stamp
           compute ws-new-request-id = ws-highest-request-id + 1

           move function concatenate(
               ws-new-request-id, "|P|",
               function trim(ws-request-operator), "|",
               ws-request-stamp, "|",
               function trim(l-request-url), "|",
               function trim(l-request-category), "|",
               function trim(l-request-justification), "|||")
               to ws-feed-request-line

           open extend fd-feed-request-file
               write f-feed-request-line-raw from ws-feed-request-line
           close fd-feed-request-file

           add 1 to l-pending-count

           call "logger" using function concatenate(
               "Subscription request ", ws-new-request-id,
               " submitted by ", function trim(ws-request-operator),
               " for: ", function trim(l-request-url))
           end-call

           goback.


       scan-request-file.

      *> Highest id in use, how many are pending, and whether this
      *> URL is already waiting.
           move zero to ws-highest-request-id l-pending-count
           set ws-no-duplicate to true
           set ws-not-eof to true

           open input fd-feed-request-file
               perform until ws-eof
                   read fd-feed-request-file into ws-feed-request-line
                       at end set ws-eof to true
                   not at end
                       perform note-request-line
                   end-read
               end-perform
           close fd-feed-request-file

           exit paragraph.


       note-request-line.

           move spaces to ws-field-id ws-field-status ws-field-by
           move spaces to ws-field-stamp ws-field-url
           unstring ws-feed-request-line delimited by "|"
               into ws-field-id ws-field-status ws-field-by
                    ws-field-stamp ws-field-url
           end-unstring

           if function trim(ws-field-id) is not numeric then
               exit paragraph
           end-if

           move function numval(ws-field-id) to ws-line-request-id
           if ws-line-request-id > ws-highest-request-id then
               move ws-line-request-id to ws-highest-request-id
           end-if

           if ws-field-status(1:1) = "P" then
               add 1 to l-pending-count
               if l-submit-request
               and ws-field-url = function trim(l-request-url) then
                   set ws-duplicate-pending to true
               end-if
           end-if

           exit paragraph.

       end program rss-feed-request.
