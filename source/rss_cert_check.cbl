      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: TLS certificate expiry watch for feed hosts. Connects
      *>          to each distinct https host in list.dat through
      *>          openssl, records the certificate's expiry date and
      *>          issuer in feeds/cert_status.dat, and flags hosts
      *>          expiring within "cert_warn_days" (default 30) -
      *>          with the feeds and owners that depend on each.
      *>          Modes: 'R' check and print the report, 'S' check
      *>          quietly (batch refresh), 'C' count from the last
      *>          recorded check without connecting (metrics). The
      *>          warning lines come back in l-cert-warnings.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-cert-check.

       environment division.

       configuration section.

       repository.
           function get-config
           function pipe-open
           function pipe-close
           function rss-category-owner
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".

               select optional fd-cert-status-file
               assign to dynamic ws-cert-status-file-name
               organization is line sequential.

               select optional fd-cert-probe-file
               assign to dynamic ws-cert-probe-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".

           FD fd-cert-status-file.
           01  f-cert-status-line-raw         pic x(256).

           FD fd-cert-probe-file.
           01  f-cert-probe-line-raw          pic x(256).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-cert-status-file-name          pic x(256) value spaces.
       77  ws-cert-probe-file-name           pic x(256) value spaces.
       77  ws-cert-status-line               pic x(256) value spaces.
       77  ws-cert-probe-line                pic x(256) value spaces.

       78  ws-cert-warn-days-key             value "cert_warn_days".
       78  ws-cert-warn-days-default         value 30.
       78  ws-cert-probe-timeout-secs        value 15.
       77  ws-cert-warn-config-val           pic x(32) value spaces.
       77  ws-cert-warn-days                 pic 9(4) value zero.

      *> One entry per distinct https host:port in list.dat. Expiry
      *> and issuer survive from the last recorded check when a
      *> host can't be reached this time.
       78  ws-max-hosts                      value 200.
       01  ws-host-table.
           05  ws-host-count                 pic 9(3) value zero.
           05  ws-host-entry occurs 200 times.
               10  ws-hst-name               pic x(128) value spaces.
               10  ws-hst-port               pic x(6) value spaces.
               10  ws-hst-expiry             pic 9(8) value zero.
               10  ws-hst-issuer             pic x(80) value spaces.
               10  ws-hst-checked            pic 9(8) value zero.
               10  ws-hst-feeds              pic 9(5) value zero.
               10  ws-hst-days-left          pic s9(6) value zero.
       01  ws-host-entry-temp                pic x(241) value spaces.
       77  ws-host-idx                       pic 9(3) value zero.
       77  ws-host-found-idx                 pic 9(3) value zero.
       77  ws-sort-i                         pic 9(3) value zero.
       77  ws-sort-j                         pic 9(3) value zero.

       77  ws-rss-idx                        pic 9(5) value zero.
       77  ws-link-host                      pic x(128) value spaces.
       77  ws-link-port                      pic x(6) value spaces.
       77  ws-link-rest                      pic x(256) value spaces.
       77  ws-link-hostport                  pic x(140) value spaces.

       77  ws-field-host                     pic x(128) value spaces.
       77  ws-field-port                     pic x(8) value spaces.
       77  ws-field-expiry                   pic x(10) value spaces.
       77  ws-field-issuer                   pic x(80) value spaces.
       77  ws-field-checked                  pic x(10) value spaces.

       77  ws-probe-cmd                      pic x(1024) value spaces.
       77  ws-probe-status                   pic s9(9) value zero.
       77  ws-rm-cmd                         pic x(300) value spaces.
       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

      *> "notAfter=Mar  5 12:00:00 2027 GMT" as openssl prints it.
       77  ws-not-after-text                 pic x(64) value spaces.
       77  ws-na-month-name                  pic x(3) value spaces.
       77  ws-na-day                         pic x(2) value spaces.
       77  ws-na-time                        pic x(8) value spaces.
       77  ws-na-year                        pic x(4) value spaces.
       77  ws-na-month-num                   pic 99 value zero.
       77  ws-probe-expiry                   pic 9(8) value zero.
       77  ws-probe-issuer                   pic x(80) value spaces.
       01  ws-month-names                    pic x(36) value
           "JanFebMarAprMayJunJulAugSepOctNovDec".
       77  ws-month-idx                      pic 99 value zero.

       77  ws-today                          pic 9(8) value zero.
       77  ws-hosts-checked                  pic 9(3) value zero.
       77  ws-hosts-unreachable              pic 9(3) value zero.
       77  ws-days-disp                      pic -(5)9.
       77  ws-feeds-disp                     pic z(4)9.
       77  ws-expiry-disp                    pic x(10) value spaces.
       77  ws-owner-disp                     pic x(32) value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-cert-mode                       pic x.
           88  l-cert-report                 value 'R'.
           88  l-cert-scan                   value 'S'.
           88  l-cert-count-only             value 'C'.

       01  l-cert-warnings.
           05  l-cert-warning-count          pic 9(3).
           05  l-cert-warning-line           pic x(128)
                                             occurs 20 times.

       procedure division using l-cert-mode, l-cert-warnings.

       main-procedure.

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name
           move function resolve-data-path("feeds/cert_status.dat")
               to ws-cert-status-file-name
           move function resolve-data-path("feeds/cert_probe.tmp")
               to ws-cert-probe-file-name

           move zero to l-cert-warning-count
           move function current-date(1:8) to ws-today

           move function get-config(ws-cert-warn-days-key)
               to ws-cert-warn-config-val
           if ws-cert-warn-config-val = "NOT-SET"
           or ws-cert-warn-config-val = spaces
           or function trim(ws-cert-warn-config-val) is not numeric
           then
               move ws-cert-warn-days-default to ws-cert-warn-days
           else
               move function numval(ws-cert-warn-config-val)
                   to ws-cert-warn-days
           end-if

           perform load-cert-status

           if not l-cert-count-only then
               call "logger" using
                   "Starting TLS certificate expiry check..."
               end-call
               perform collect-feed-hosts
               perform check-all-hosts
               perform save-cert-status
               call "logger" using function concatenate(
                   "TLS certificate check done. Hosts checked: ",
                   ws-hosts-checked, " Unreachable: ",
                   ws-hosts-unreachable)
               end-call
           end-if

           perform compute-days-left
           perform sort-hosts-by-expiry
           perform build-warning-lines

           if l-cert-report then
               perform print-cert-report
           end-if

           goback.


       load-cert-status.

      *> "host|port|YYYYMMDD expiry|issuer|YYYYMMDD checked"
           move zero to ws-host-count
           set ws-not-eof to true

           open input fd-cert-status-file
               perform until ws-eof
                   read fd-cert-status-file into ws-cert-status-line
                       at end set ws-eof to true
                   not at end
                       perform note-cert-status-line
                   end-read
               end-perform
           close fd-cert-status-file

           exit paragraph.


       note-cert-status-line.

           move spaces to ws-field-host ws-field-port ws-field-expiry
           move spaces to ws-field-issuer ws-field-checked
           unstring ws-cert-status-line delimited by "|"
               into ws-field-host ws-field-port ws-field-expiry
                    ws-field-issuer ws-field-checked
           end-unstring

           if ws-field-host = spaces
           or ws-host-count >= ws-max-hosts then
               exit paragraph
           end-if

           add 1 to ws-host-count
           move ws-field-host to ws-hst-name(ws-host-count)
           move ws-field-port to ws-hst-port(ws-host-count)
           if function trim(ws-field-expiry) is numeric then
               move function numval(ws-field-expiry)
                   to ws-hst-expiry(ws-host-count)
           end-if
           move ws-field-issuer to ws-hst-issuer(ws-host-count)
           if function trim(ws-field-checked) is numeric then
               move function numval(ws-field-checked)
                   to ws-hst-checked(ws-host-count)
           end-if

      *> Feed counts are rebuilt from list.dat on a check; a
      *> count-only call has just the recorded hosts, each with at
      *> least the one feed that put it there.
           move 1 to ws-hst-feeds(ws-host-count)

           exit paragraph.


       collect-feed-hosts.

      *> Keep the recorded hosts still serving a feed; drop the rest.
           perform varying ws-host-idx from 1 by 1
               until ws-host-idx > ws-host-count
               move zero to ws-hst-feeds(ws-host-idx)
           end-perform

           perform load-highest-rss-record

           if ws-last-id-record is zeros then
               move zero to ws-host-count
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
                           perform note-feed-host
                   end-read

               end-perform
           close fd-rss-list-file

           move zero to ws-sort-j
           perform varying ws-host-idx from 1 by 1
               until ws-host-idx > ws-host-count
               if ws-hst-feeds(ws-host-idx) > zero then
                   add 1 to ws-sort-j
                   if ws-sort-j not = ws-host-idx then
                       move ws-host-entry(ws-host-idx)
                           to ws-host-entry(ws-sort-j)
                   end-if
               end-if
           end-perform
           move ws-sort-j to ws-host-count

           exit paragraph.


       note-feed-host.

           perform split-feed-link

           if ws-link-host = spaces then
               exit paragraph
           end-if

           perform find-host-entry

           if ws-host-found-idx = zero then
               if ws-host-count >= ws-max-hosts then
                   exit paragraph
               end-if
               add 1 to ws-host-count
               move ws-host-count to ws-host-found-idx
               move ws-link-host to ws-hst-name(ws-host-found-idx)
               move ws-link-port to ws-hst-port(ws-host-found-idx)
               move zero to ws-hst-expiry(ws-host-found-idx)
               move spaces to ws-hst-issuer(ws-host-found-idx)
               move zero to ws-hst-checked(ws-host-found-idx)
               move zero to ws-hst-feeds(ws-host-found-idx)
           end-if

           add 1 to ws-hst-feeds(ws-host-found-idx)

           exit paragraph.


       split-feed-link.

      *> "https://host[:port]/..." - plain http and the exec:/maildir:
      *> virtual feeds carry no certificate.
           move spaces to ws-link-host ws-link-port ws-link-rest
           move spaces to ws-link-hostport

           if function lower-case(ws-rss-link(1:8)) not = "https://"
           then
               exit paragraph
           end-if

           move ws-rss-link(9:) to ws-link-rest
           unstring ws-link-rest delimited by "/" or "?" or "#"
               into ws-link-hostport
           end-unstring
           unstring ws-link-hostport delimited by ":"
               into ws-link-host ws-link-port
           end-unstring

           move function lower-case(ws-link-host) to ws-link-host
           if ws-link-port = spaces then
               move "443" to ws-link-port
           end-if

           exit paragraph.


       find-host-entry.

           move zero to ws-host-found-idx
           perform varying ws-host-idx from 1 by 1
               until ws-host-idx > ws-host-count
               if ws-hst-name(ws-host-idx) = ws-link-host
               and ws-hst-port(ws-host-idx) = ws-link-port then
                   move ws-host-idx to ws-host-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       check-all-hosts.

           move zero to ws-hosts-checked ws-hosts-unreachable

           perform varying ws-host-idx from 1 by 1
               until ws-host-idx > ws-host-count
               perform probe-one-host
           end-perform

           move function concatenate(
               "rm -f ", function trim(ws-cert-probe-file-name))
               to ws-rm-cmd
           move pipe-open(ws-rm-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-probe-status

           exit paragraph.


       probe-one-host.

      *> SNI matters - most publishers share an address behind a CDN.
           move function concatenate(
               "timeout ", ws-cert-probe-timeout-secs,
               " openssl s_client -connect ",
               function trim(ws-hst-name(ws-host-idx)), ":",
               function trim(ws-hst-port(ws-host-idx)),
               " -servername ",
               function trim(ws-hst-name(ws-host-idx)),
               " </dev/null 2>/dev/null",
               " | openssl x509 -noout -enddate -issuer",
               " > ", function trim(ws-cert-probe-file-name),
               " 2>/dev/null")
               to ws-probe-cmd

           move pipe-open(ws-probe-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-probe-status

           move zero to ws-probe-expiry
           move spaces to ws-probe-issuer
           set ws-not-eof to true

           open input fd-cert-probe-file
               perform until ws-eof
                   read fd-cert-probe-file into ws-cert-probe-line
                       at end set ws-eof to true
                   not at end
                       perform note-probe-line
                   end-read
               end-perform
           close fd-cert-probe-file

           if ws-probe-expiry = zero then
               add 1 to ws-hosts-unreachable
               call "logger" using function concatenate(
                   "WARN|No TLS certificate read from ",
                   function trim(ws-hst-name(ws-host-idx)), ":",
                   function trim(ws-hst-port(ws-host-idx)),
                   " - keeping the last recorded expiry")
               end-call
               exit paragraph
           end-if

           add 1 to ws-hosts-checked
           move ws-probe-expiry to ws-hst-expiry(ws-host-idx)
           move ws-probe-issuer to ws-hst-issuer(ws-host-idx)
           move ws-today to ws-hst-checked(ws-host-idx)

           exit paragraph.


       note-probe-line.

           if ws-cert-probe-line(1:9) = "notAfter=" then
               move ws-cert-probe-line(10:) to ws-not-after-text
               perform parse-not-after
               exit paragraph
           end-if

           if ws-cert-probe-line(1:7) = "issuer=" then
               move function trim(ws-cert-probe-line(8:))
                   to ws-probe-issuer
               inspect ws-probe-issuer replacing all "|" by "/"
           end-if

           exit paragraph.


       parse-not-after.

           move spaces to ws-na-month-name ws-na-day ws-na-time
           move spaces to ws-na-year
           unstring ws-not-after-text delimited by all spaces
               into ws-na-month-name ws-na-day ws-na-time ws-na-year
           end-unstring

           move zero to ws-na-month-num
           perform varying ws-month-idx from 1 by 1
               until ws-month-idx > 12
               if ws-month-names((ws-month-idx - 1) * 3 + 1:3)
               = ws-na-month-name then
                   move ws-month-idx to ws-na-month-num
                   exit perform
               end-if
           end-perform

           if ws-na-month-num = zero
           or function trim(ws-na-day) is not numeric
           or ws-na-year is not numeric then
               exit paragraph
           end-if

           compute ws-probe-expiry =
               function numval(ws-na-year) * 10000
               + ws-na-month-num * 100
               + function numval(ws-na-day)

           if function test-date-yyyymmdd(ws-probe-expiry) not = zero
           then
               move zero to ws-probe-expiry
           end-if

           exit paragraph.


       save-cert-status.

           open output fd-cert-status-file
               perform varying ws-host-idx from 1 by 1
                   until ws-host-idx > ws-host-count
                   move function concatenate(
                       function trim(ws-hst-name(ws-host-idx)), "|",
                       function trim(ws-hst-port(ws-host-idx)), "|",
                       ws-hst-expiry(ws-host-idx), "|",
                       function trim(ws-hst-issuer(ws-host-idx)), "|",
                       ws-hst-checked(ws-host-idx))
                       to ws-cert-status-line
                   write f-cert-status-line-raw
                       from ws-cert-status-line
               end-perform
           close fd-cert-status-file

           exit paragraph.


       compute-days-left.

      *> A host never successfully read stays at +999999 so it sorts
      *> last and never counts as expiring.
           perform varying ws-host-idx from 1 by 1
               until ws-host-idx > ws-host-count
               if ws-hst-expiry(ws-host-idx) = zero
               or function test-date-yyyymmdd(
                   ws-hst-expiry(ws-host-idx)) not = zero then
                   move 999999 to ws-hst-days-left(ws-host-idx)
               else
                   compute ws-hst-days-left(ws-host-idx) =
                       function integer-of-date(
                           ws-hst-expiry(ws-host-idx))
                       - function integer-of-date(ws-today)
               end-if
           end-perform

           exit paragraph.


       sort-hosts-by-expiry.

           perform varying ws-sort-i from 1 by 1
               until ws-sort-i >= ws-host-count
               perform varying ws-sort-j from 1 by 1
                   until ws-sort-j > ws-host-count - ws-sort-i
                   if ws-hst-days-left(ws-sort-j)
                   > ws-hst-days-left(ws-sort-j + 1) then
                       move ws-host-entry(ws-sort-j)
                           to ws-host-entry-temp
                       move ws-host-entry(ws-sort-j + 1)
                           to ws-host-entry(ws-sort-j)
                       move ws-host-entry-temp
                           to ws-host-entry(ws-sort-j + 1)
                   end-if
               end-perform
           end-perform

           exit paragraph.


       build-warning-lines.

           perform varying ws-host-idx from 1 by 1
               until ws-host-idx > ws-host-count
               or ws-hst-days-left(ws-host-idx) > ws-cert-warn-days

               add 1 to l-cert-warning-count
               if l-cert-warning-count <= 20 then
                   perform format-expiry-fields
                   move function concatenate(
                       function trim(ws-hst-name(ws-host-idx)),
                       " : certificate expires ", ws-expiry-disp,
                       " (", function trim(ws-days-disp),
                       " day(s)) - ",
                       function trim(ws-feeds-disp), " feed(s)")
                       to l-cert-warning-line(l-cert-warning-count)
               end-if
           end-perform

           exit paragraph.


       format-expiry-fields.

           move ws-hst-days-left(ws-host-idx) to ws-days-disp
           move ws-hst-feeds(ws-host-idx) to ws-feeds-disp
           move function concatenate(
               ws-hst-expiry(ws-host-idx)(1:4), "-",
               ws-hst-expiry(ws-host-idx)(5:2), "-",
               ws-hst-expiry(ws-host-idx)(7:2))
               to ws-expiry-disp

           exit paragraph.


       print-cert-report.

           display function concatenate(
               "TLS certificate expiry - hosts expiring within ",
               function trim(ws-cert-warn-days), " day(s)")
           end-display
           display "-----------------------------------------------"

           if ws-host-count = zero then
               display "No https feed hosts in the feed list."
               exit paragraph
           end-if

           if l-cert-warning-count = zero then
               display "No certificate expires inside the window."
           end-if

           perform varying ws-host-idx from 1 by 1
               until ws-host-idx > ws-host-count
               or ws-hst-days-left(ws-host-idx) > ws-cert-warn-days

               perform format-expiry-fields
               display " "
               if ws-hst-days-left(ws-host-idx) < zero then
                   display function concatenate(
                       "EXPIRED  ",
                       function trim(ws-hst-name(ws-host-idx)), ":",
                       function trim(ws-hst-port(ws-host-idx)),
                       "  on ", ws-expiry-disp)
                   end-display
               else
                   display function concatenate(
                       "EXPIRING ",
                       function trim(ws-hst-name(ws-host-idx)), ":",
                       function trim(ws-hst-port(ws-host-idx)),
                       "  on ", ws-expiry-disp, " (",
                       function trim(ws-days-disp), " day(s))")
                   end-display
               end-if
               display function concatenate(
                   "         issuer: ",
                   function trim(ws-hst-issuer(ws-host-idx)))
               end-display
               perform print-dependent-feeds
           end-perform

      *> Hosts never read at all - no expiry to judge.
           perform varying ws-host-idx from 1 by 1
               until ws-host-idx > ws-host-count
               if ws-hst-days-left(ws-host-idx) = 999999 then
                   display function concatenate(
                       "UNKNOWN  ",
                       function trim(ws-hst-name(ws-host-idx)), ":",
                       function trim(ws-hst-port(ws-host-idx)),
                       "  no certificate could be read")
                   end-display
               end-if
           end-perform

           display "-----------------------------------------------"
           display function concatenate(
               "Hosts: ", function trim(ws-host-count),
               "  Checked now: ", function trim(ws-hosts-checked),
               "  Unreachable: ", function trim(ws-hosts-unreachable),
               "  Expiring: ", function trim(l-cert-warning-count))
           end-display

           exit paragraph.


       print-dependent-feeds.

           open input fd-rss-list-file
               perform varying ws-rss-idx from 1 by 1
                   until ws-rss-idx > ws-last-id-record

                   move ws-rss-idx to f-rss-feed-id
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-feed-id
                       invalid key
                           continue
                       not invalid key
                           perform split-feed-link
                           if ws-link-host = ws-hst-name(ws-host-idx)
                           and ws-link-port = ws-hst-port(ws-host-idx)
                           then
                               move function rss-category-owner(
                                   ws-rss-category, ws-rss-owner)
                                   to ws-owner-disp
                               if ws-owner-disp = spaces then
                                   move "(no owner)" to ws-owner-disp
                               end-if
                               display function concatenate(
                                   "         feed: ",
                                   function trim(ws-rss-title),
                                   "   owner: ",
                                   function trim(ws-owner-disp))
                               end-display
                           end-if
                   end-read

               end-perform
           close fd-rss-list-file

           exit paragraph.


       load-highest-rss-record.

           set ws-not-eof to true

           open input fd-rss-last-id-file
               perform until ws-eof
                   read fd-rss-last-id-file into ws-last-id-record
                       at end set ws-eof to true
                   end-read
               end-perform
           close fd-rss-last-id-file

           exit paragraph.

       end program rss-cert-check.
