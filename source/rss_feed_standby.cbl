      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Standby (mirror) URLs - a second location the
      *>          publisher serves the same feed from, such as a
      *>          CDN copy. Kept in feeds/standby.dat, one line per
      *>          feed that has one:
      *>          id|standby url|P/S (which is serving)|since
      *>          Only one of the two URLs is fetched per refresh -
      *>          rss-downloader falls over to the standby when the
      *>          primary runs out of retries and back again once
      *>          the primary answers; nothing is merged (that is
      *>          what composite feeds are for).
      *>          Operations:
      *>          'G' - read one feed's entry (status 2 = none);
      *>          'S' - set one feed's standby URL (blank removes
      *>                the entry, a new URL starts on the primary);
      *>          'U' - rewrite one feed's serving state.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-feed-standby.

       environment division.

       configuration section.

       repository.
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-standby-file
               assign to dynamic ws-standby-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-standby-file.
           01  f-standby-line-raw             pic x(300).

       working-storage section.

       copy "./copybooks/wsrecord/ws-standby-record.cpy".

       77  ws-standby-file-name              pic x(256) value spaces.
       77  ws-standby-line                   pic x(300) value spaces.

      *> Every standby entry, each slot holding one
      *> ws-standby-record.
       78  ws-max-standbys                   value 500.
       01  ws-sby-table.
           05  ws-sby-count                  pic 9(3) value zero.
           05  ws-sby-entry                  pic x(272)
                                             occurs 500 times.
       77  ws-sby-idx                        pic 9(3) value zero.
       77  ws-sby-found-idx                  pic 9(3) value zero.

       77  ws-field-id                       pic x(8) value spaces.
       77  ws-field-since                    pic x(12) value spaces.

       01  ws-changed-sw                     pic a value 'N'.
           88  ws-table-changed              value 'Y'.
           88  ws-table-unchanged            value 'N'.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-standby-op                      pic x.
           88  l-get-standby                 value 'G'.
           88  l-set-standby                 value 'S'.
           88  l-update-standby              value 'U'.

       copy "./copybooks/wsrecord/ws-standby-record.cpy"
           replacing leading ==ws== by ==l==.

       01  l-standby-status                  pic 9.
           88  l-standby-ok                  value 1.
           88  l-standby-not-found           value 2.
           88  l-standby-table-full          value 3.

       procedure division using
           l-standby-op, l-standby-record, l-standby-status.

       main-procedure.

           move function resolve-data-path("feeds/standby.dat")
               to ws-standby-file-name

           set l-standby-ok to true
           set ws-table-unchanged to true
           perform load-standbys
           perform find-standby

           evaluate true
               when l-get-standby
                   if ws-sby-found-idx = zero then
                       set l-standby-not-found to true
                   else
                       move ws-sby-entry(ws-sby-found-idx)
                           to l-standby-record
                   end-if
               when l-set-standby
                   perform set-feed-standby
               when l-update-standby
                   if ws-sby-found-idx = zero then
                       set l-standby-not-found to true
                   else
                       move l-standby-record
                           to ws-sby-entry(ws-sby-found-idx)
                       set ws-table-changed to true
                   end-if
           end-evaluate

           if ws-table-changed then
               perform save-standbys
           end-if

           goback.


       set-feed-standby.

           if l-standby-url = spaces then
               if ws-sby-found-idx = zero then
                   set l-standby-not-found to true
               else
                   perform varying ws-sby-idx from ws-sby-found-idx
                       by 1 until ws-sby-idx >= ws-sby-count
                       move ws-sby-entry(ws-sby-idx + 1)
                           to ws-sby-entry(ws-sby-idx)
                   end-perform
                   subtract 1 from ws-sby-count
                   set ws-table-changed to true
               end-if
               exit paragraph
           end-if

           if ws-sby-found-idx = zero then
               if ws-sby-count >= ws-max-standbys then
                   set l-standby-table-full to true
                   exit paragraph
               end-if
               add 1 to ws-sby-count
               move ws-sby-count to ws-sby-found-idx
           end-if

      *> A new or changed standby starts out behind the primary.
           initialize ws-standby-record
           move l-standby-feed-id to ws-standby-feed-id
           move l-standby-url to ws-standby-url
           set ws-standby-on-primary to true
           move ws-standby-record to ws-sby-entry(ws-sby-found-idx)
           move ws-standby-record to l-standby-record
           set ws-table-changed to true

           exit paragraph.


       find-standby.

           move zero to ws-sby-found-idx
           perform varying ws-sby-idx from 1 by 1
               until ws-sby-idx > ws-sby-count
               or ws-sby-found-idx > zero
               if ws-sby-entry(ws-sby-idx)(1:5) = l-standby-feed-id
               then
                   move ws-sby-idx to ws-sby-found-idx
               end-if
           end-perform

           exit paragraph.


       load-standbys.

           move zero to ws-sby-count
           set ws-not-eof to true

           open input fd-standby-file
               perform until ws-eof
                   read fd-standby-file into ws-standby-line
                       at end set ws-eof to true
                   not at end
                       perform load-one-standby
                   end-read
               end-perform
           close fd-standby-file

           exit paragraph.


       load-one-standby.

           if ws-sby-count >= ws-max-standbys then
               exit paragraph
           end-if

           initialize ws-standby-record
           move spaces to ws-field-id ws-field-since
           unstring ws-standby-line delimited by "|"
               into ws-field-id ws-standby-url ws-standby-serving
                    ws-field-since
           end-unstring

           if function trim(ws-field-id) is not numeric
           or ws-standby-url = spaces then
               exit paragraph
           end-if
           move function numval(ws-field-id) to ws-standby-feed-id

           if not ws-standby-on-standby then
               set ws-standby-on-primary to true
           end-if
           if function trim(ws-field-since) is numeric then
               move function numval(ws-field-since)
                   to ws-standby-since
           end-if

           add 1 to ws-sby-count
           move ws-standby-record to ws-sby-entry(ws-sby-count)

           exit paragraph.


       save-standbys.

           open output fd-standby-file
               perform varying ws-sby-idx from 1 by 1
                   until ws-sby-idx > ws-sby-count
                   move ws-sby-entry(ws-sby-idx) to ws-standby-record
                   move function concatenate(
                       ws-standby-feed-id, "|",
                       function trim(ws-standby-url), "|",
                       ws-standby-serving, "|",
                       ws-standby-since)
                       to ws-standby-line
                   write f-standby-line-raw from ws-standby-line
               end-perform
           close fd-standby-file

           exit paragraph.

       end program rss-feed-standby.
