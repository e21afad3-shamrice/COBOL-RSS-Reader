      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Checks every downloaded enclosure and fetched
      *>          article before it is accepted into the media or
      *>          articles store:
      *>          - the byte count against the item's declared
      *>            enclosure length ("scan_length_pct" config key,
      *>            the allowed difference in percent, default 10);
      *>          - the MIME type the host's file command sees
      *>            against the declared enclosure type (articles
      *>            must be text or markup);
      *>          - the "scan_cmd" config key when set, e.g.
      *>            "clamscan --no-summary" - any non-zero exit
      *>            turns the file away.
      *>          A file that fails is moved to the quarantine
      *>          folder ("quarantine_dir" config key, default
      *>          ./quarantine under the data directory) and listed
      *>          in feeds/quarantine.dat:
      *>          stamp|kind|state|name|reason|url|quarantined as
      *>          State H is held; a later clean download of the
      *>          same name marks earlier entries C (cleared).
      *>          Operations:
      *>          'S' - scan one file (status 1 accepted, 2 held);
      *>          'C' - is this name held (status 2) or not (1);
      *>          'R' - print the quarantine report.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-download-scan.

       environment division.

       configuration section.

       repository.
           function get-config
           function rss-epoch-minutes
           function pipe-open
           function pipe-close
           function rss-command-allowed
           function resolve-data-path
           function rss-host-utc-offset.

       input-output section.
           file-control.
               select optional fd-quarantine-file
               assign to dynamic ws-quarantine-file-name
               organization is line sequential.

               select optional fd-scan-probe-file
               assign to dynamic ws-scan-probe-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-quarantine-file.
           01  f-quarantine-line-raw          pic x(800).

           FD fd-scan-probe-file.
           01  f-scan-probe-line-raw          pic x(128).

       working-storage section.

       77  ws-quarantine-file-name           pic x(256) value spaces.
       77  ws-quarantine-line                pic x(800) value spaces.
       77  ws-scan-probe-file-name           pic x(256) value spaces.
       77  ws-scan-probe-line                pic x(128) value spaces.

       77  ws-config-val                     pic x(256) value spaces.
       77  ws-scan-cmd                       pic x(256) value spaces.
       77  ws-quarantine-dir                 pic x(256) value spaces.
       78  ws-length-pct-default             value 10.
       77  ws-length-pct                     pic 9(3) value zero.

       77  ws-shell-cmd                      pic x(1024) value spaces.
       77  ws-shell-status                   pic s9(9) value zero.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       77  ws-quote-tally                    pic 9(3) value zero.
       77  ws-slash-tally                    pic 9(3) value zero.
       77  ws-file-op-status                 usage binary-long.
       77  ws-file-bytes                     pic 9(12) value zero.
       77  ws-byte-diff                      pic 9(12) value zero.
       77  ws-byte-diff-pct                  pic 9(15) value zero.
       77  ws-byte-allowed                   pic 9(15) value zero.
       77  ws-bytes-disp                     pic z(11)9.
       77  ws-declared-disp                  pic z(11)9.
       77  ws-found-type                     pic x(64) value spaces.
       77  ws-found-major                    pic x(32) value spaces.
       77  ws-declared-major                 pic x(32) value spaces.
       77  ws-status-disp                    pic -(8)9.

       77  ws-stamp-epoch                    pic 9(10) value zero.
       77  ws-stamp-local                    pic 9(10) value zero.
       77  ws-stamp-days                     pic 9(9) value zero.
       77  ws-stamp-date                     pic 9(8) value zero.
       77  ws-stamp-hh                       pic 99 value zero.
       77  ws-stamp-mi                       pic 99 value zero.
       77  ws-stamp-text                     pic x(16) value spaces.
       77  ws-current-date-time              pic x(21) value spaces.
       77  ws-held-path                      pic x(256) value spaces.

       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.
       77  ws-audit-detail                   pic x(256) value spaces.

      *> One quarantine entry.
       01  ws-quar-entry.
           05  ws-quar-epoch                 pic 9(10) value zero.
           05  ws-quar-kind                  pic x value space.
           05  ws-quar-state                 pic x value space.
               88  ws-quar-held              value 'H'.
               88  ws-quar-cleared           value 'C'.
           05  ws-quar-name                  pic x(128) value spaces.
           05  ws-quar-reason                pic x(64) value spaces.
           05  ws-quar-url                   pic x(256) value spaces.
           05  ws-quar-qpath                 pic x(256) value spaces.

       77  ws-field-epoch                    pic x(12) value spaces.

      *> Every entry on file, each slot holding one ws-quar-entry.
       78  ws-max-quarantined                value 1000.
       01  ws-quar-table.
           05  ws-quar-count                 pic 9(4) value zero.
           05  ws-quar-slot                  pic x(716)
                                             occurs 1000 times.
       77  ws-quar-idx                       pic 9(4) value zero.
       77  ws-held-count                     pic 9(5) value zero.
       77  ws-cleared-count                  pic 9(5) value zero.

       01  ws-changed-sw                     pic a value 'N'.
           88  ws-table-changed              value 'Y'.
           88  ws-table-unchanged            value 'N'.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       78  ws-new-line                       value x"0a".

       linkage section.

       01  l-scan-op                         pic x.
           88  l-scan-file                   value 'S'.
           88  l-check-held                  value 'C'.
           88  l-quarantine-report           value 'R'.

       copy "./copybooks/wsrecord/ws-scan-request.cpy"
           replacing leading ==ws== by ==l==.

       01  l-scan-status                     pic 9.
           88  l-scan-accepted               value 1.
           88  l-scan-held                   value 2.

       procedure division using
           l-scan-op, l-scan-request, l-scan-status.

       main-procedure.

           move function resolve-data-path("feeds/quarantine.dat")
               to ws-quarantine-file-name

           set l-scan-accepted to true
           set ws-table-unchanged to true
           perform load-quarantine

           evaluate true
               when l-scan-file
                   perform scan-downloaded-file
               when l-check-held
                   perform check-name-held
               when l-quarantine-report
                   perform print-quarantine-report
           end-evaluate

           if ws-table-changed then
               perform save-quarantine
           end-if

           goback.


       scan-downloaded-file.

           move spaces to l-scan-reason
           perform load-scan-config

           move function concatenate(
               function trim(l-scan-path), ".probe")
               to ws-scan-probe-file-name

      *> Every check goes through the shell inside single quotes -
      *> a name that carries one of its own is refused outright.
           move zero to ws-quote-tally
           inspect l-scan-path tallying ws-quote-tally for all "'"
           if ws-quote-tally > zero then
               move "unsafe file name" to l-scan-reason
               perform quarantine-file
               exit paragraph
           end-if

           perform check-byte-count
           if l-scan-reason = spaces then
               perform check-mime-type
           end-if
           if l-scan-reason = spaces then
               perform run-scanner
           end-if

           if l-scan-reason not = spaces then
               perform quarantine-file
               exit paragraph
           end-if

      *> A clean copy of a name that was held before clears it.
           perform varying ws-quar-idx from 1 by 1
               until ws-quar-idx > ws-quar-count
               move ws-quar-slot(ws-quar-idx) to ws-quar-entry
               if ws-quar-held and ws-quar-kind = l-scan-kind
               and ws-quar-name = l-scan-name then
                   set ws-quar-cleared to true
                   move ws-quar-entry to ws-quar-slot(ws-quar-idx)
                   set ws-table-changed to true
               end-if
           end-perform

           exit paragraph.


       check-byte-count.

           move function concatenate(
               "wc -c < '", function trim(l-scan-path), "' > ",
               function trim(ws-scan-probe-file-name), " 2>/dev/null")
               to ws-shell-cmd
           perform run-probe-command

           move zero to ws-file-bytes
           if function trim(ws-scan-probe-line) is numeric then
               move function numval(ws-scan-probe-line)
                   to ws-file-bytes
           end-if

           if ws-file-bytes = zero then
               move "empty download" to l-scan-reason
               exit paragraph
           end-if

           if l-scan-declared-length = zero then
               exit paragraph
           end-if

           if ws-file-bytes > l-scan-declared-length then
               subtract l-scan-declared-length from ws-file-bytes
                   giving ws-byte-diff
           else
               subtract ws-file-bytes from l-scan-declared-length
                   giving ws-byte-diff
           end-if
           multiply ws-byte-diff by 100 giving ws-byte-diff-pct
           multiply l-scan-declared-length by ws-length-pct
               giving ws-byte-allowed

           if ws-byte-diff-pct > ws-byte-allowed then
               move ws-file-bytes to ws-bytes-disp
               move l-scan-declared-length to ws-declared-disp
               move function concatenate(
                   function trim(ws-bytes-disp), " bytes, declared ",
                   function trim(ws-declared-disp))
                   to l-scan-reason
           end-if

           exit paragraph.


       check-mime-type.

      *> No file command on the host leaves this check out.
           move function concatenate(
               "file -b --mime-type '", function trim(l-scan-path),
               "' > ", function trim(ws-scan-probe-file-name),
               " 2>/dev/null")
               to ws-shell-cmd
           perform run-probe-command

           move function lower-case(function trim(ws-scan-probe-line))
               to ws-found-type
           move zero to ws-slash-tally
           inspect ws-found-type tallying ws-slash-tally for all "/"
           if ws-slash-tally = zero then
               exit paragraph
           end-if

           move spaces to ws-found-major ws-declared-major
           unstring ws-found-type delimited by "/"
               into ws-found-major
           end-unstring
           unstring function lower-case(l-scan-declared-type)
               delimited by "/" into ws-declared-major
           end-unstring

           if l-scan-article then
               if ws-found-major not = "text"
               and ws-found-type not = "application/xhtml+xml"
               and ws-found-type not = "application/xml" then
                   move function concatenate(
                       "type ", function trim(ws-found-type),
                       ", expected text")
                       to l-scan-reason
               end-if
               exit paragraph
           end-if

      *> An enclosure that turns out to be a page is an error page
      *> or worse; otherwise only a clash with what the feed
      *> declared counts (the file command can't always tell).
           if ws-declared-major = spaces then
               if ws-found-major = "text" then
                   move function concatenate(
                       "type ", function trim(ws-found-type),
                       " for media")
                       to l-scan-reason
               end-if
               exit paragraph
           end-if

           if ws-found-major not = ws-declared-major
           and ws-found-type not = "application/octet-stream" then
               move function concatenate(
                   "type ", function trim(ws-found-type),
                   ", declared ",
                   function trim(l-scan-declared-type))
                   to l-scan-reason
           end-if

           exit paragraph.


       run-scanner.

           if ws-scan-cmd = spaces then
               exit paragraph
           end-if

      *> A scanner the allowlist refuses cannot clear anything.
           if function rss-command-allowed(ws-scan-cmd, "scan_cmd")
               not = 1 then
               move "scanner refused by allowlist" to l-scan-reason
               exit paragraph
           end-if

           move function concatenate(
               function trim(ws-scan-cmd), " '",
               function trim(l-scan-path), "' > /dev/null 2>&1")
               to ws-shell-cmd

           call "logger" using function concatenate(
               "Scanning download: ", function trim(ws-shell-cmd))
           end-call

           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           if ws-pipe-return = 255 then
               move "scanner did not start" to l-scan-reason
               exit paragraph
           end-if
           move pipe-close(ws-pipe-record) to ws-shell-status

      *> Fail closed - an infected verdict and a scanner error both
      *> keep the file out.
           if ws-shell-status not = zero then
               move ws-shell-status to ws-status-disp
               move function concatenate(
                   "scanner status ", function trim(ws-status-disp))
                   to l-scan-reason
           end-if

           exit paragraph.


       run-probe-command.

           move spaces to ws-scan-probe-line
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           if ws-pipe-return = 255 then
               exit paragraph
           end-if
           move pipe-close(ws-pipe-record) to ws-shell-status

           open input fd-scan-probe-file
               read fd-scan-probe-file into ws-scan-probe-line
                   at end move spaces to ws-scan-probe-line
               end-read
           close fd-scan-probe-file

           move function concatenate(
               "rm -f ", function trim(ws-scan-probe-file-name))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-shell-status

           exit paragraph.


       quarantine-file.

           set l-scan-held to true

           move function current-date to ws-current-date-time
           move function concatenate(
               function trim(ws-quarantine-dir), "/",
               ws-current-date-time(1:14), "_",
               function trim(l-scan-name))
               to ws-held-path

           move function concatenate(
               "mkdir -p ", function trim(ws-quarantine-dir))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           if ws-pipe-return not = 255 then
               move pipe-close(ws-pipe-record) to ws-shell-status
           end-if

      *> Moved without the shell, so an awkward name moves too. A
      *> quarantine folder on another file system takes a copy.
           call "CBL_RENAME_FILE" using l-scan-path ws-held-path
               returning ws-file-op-status
           end-call
           if ws-file-op-status not = zero then
               call "CBL_COPY_FILE" using l-scan-path ws-held-path
                   returning ws-file-op-status
               end-call
               call "CBL_DELETE_FILE" using l-scan-path
                   returning ws-file-op-status
               end-call
           end-if

           call "logger" using function concatenate(
               "Download quarantined (", function trim(l-scan-reason),
               "): ", function trim(l-scan-url))
           end-call

           if ws-quar-count >= ws-max-quarantined then
      *> Oldest entry goes to make room.
               perform varying ws-quar-idx from 1 by 1
                   until ws-quar-idx >= ws-quar-count
                   move ws-quar-slot(ws-quar-idx + 1)
                       to ws-quar-slot(ws-quar-idx)
               end-perform
               subtract 1 from ws-quar-count
           end-if

           initialize ws-quar-entry
           move function rss-epoch-minutes to ws-quar-epoch
           move l-scan-kind to ws-quar-kind
           set ws-quar-held to true
           move l-scan-name to ws-quar-name
           move l-scan-reason to ws-quar-reason
           move l-scan-url to ws-quar-url
           move ws-held-path to ws-quar-qpath
           add 1 to ws-quar-count
           move ws-quar-entry to ws-quar-slot(ws-quar-count)
           set ws-table-changed to true

           move "QUARANTINE" to ws-audit-op
           move zero to ws-audit-feed-id
           move function concatenate(
               function trim(l-scan-name), ": ",
               function trim(l-scan-reason))
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-audit-feed-id l-scan-url
               ws-audit-detail
           end-call

           exit paragraph.


       check-name-held.

           perform varying ws-quar-idx from 1 by 1
               until ws-quar-idx > ws-quar-count or l-scan-held
               move ws-quar-slot(ws-quar-idx) to ws-quar-entry
               if ws-quar-held and ws-quar-kind = l-scan-kind
               and ws-quar-name = l-scan-name then
                   set l-scan-held to true
               end-if
           end-perform

           exit paragraph.


       print-quarantine-report.

           display ws-new-line
               "Download Quarantine Report"
           end-display
           display
               "--------------------------"
           end-display

           if ws-quar-count = zero then
               display "Nothing has been quarantined."
               exit paragraph
           end-if

           move zero to ws-held-count ws-cleared-count

      *> Newest first.
           perform varying ws-quar-idx from ws-quar-count by -1
               until ws-quar-idx < 1
               move ws-quar-slot(ws-quar-idx) to ws-quar-entry
               perform print-quarantine-entry
           end-perform

           display ws-new-line
               "Held: " ws-held-count
               "   cleared by a later clean download: "
               ws-cleared-count
           end-display

           exit paragraph.


       print-quarantine-entry.

           move ws-quar-epoch to ws-stamp-epoch
           perform format-epoch-stamp

           if ws-quar-held then
               add 1 to ws-held-count
           else
               add 1 to ws-cleared-count
           end-if

           display ws-new-line
               function trim(ws-stamp-text) "  "
               function trim(ws-quar-name)
           end-display
           evaluate true
               when ws-quar-kind = 'A'
                   display "  kind:     article"
               when other
                   display "  kind:     media enclosure"
           end-evaluate
           display "  reason:   " function trim(ws-quar-reason)
           display "  source:   " function trim(ws-quar-url)
           if ws-quar-held then
               display "  held as:  " function trim(ws-quar-qpath)
           else
               display "  cleared:  a later download passed"
           end-if

           exit paragraph.


       format-epoch-stamp.

      *> The clock is UTC; stamps are shown on the host's wall clock,
      *> the same as the log and audit times beside them.
           compute ws-stamp-local =
               ws-stamp-epoch + function rss-host-utc-offset
           compute ws-stamp-days = ws-stamp-local / 1440
           move function date-of-integer(ws-stamp-days)
               to ws-stamp-date
           compute ws-stamp-hh =
               function mod(ws-stamp-local, 1440) / 60
           compute ws-stamp-mi = function mod(ws-stamp-local, 60)

           move spaces to ws-stamp-text
           string ws-stamp-date(1:4) "-" ws-stamp-date(5:2) "-"
               ws-stamp-date(7:2) " " ws-stamp-hh ":" ws-stamp-mi
               delimited by size into ws-stamp-text
           end-string

           exit paragraph.


       load-scan-config.

           move function get-config("scan_cmd") to ws-config-val
           if ws-config-val = "NOT-SET" or ws-config-val = "none" then
               move spaces to ws-scan-cmd
           else
               move function trim(ws-config-val) to ws-scan-cmd
           end-if

           move ws-length-pct-default to ws-length-pct
           move function get-config("scan_length_pct") to ws-config-val
           if ws-config-val not = "NOT-SET"
           and function trim(ws-config-val) is numeric then
               move function numval(ws-config-val) to ws-length-pct
           end-if

           move function get-config("quarantine_dir") to ws-config-val
           if ws-config-val = "NOT-SET" or ws-config-val = spaces then
               move function resolve-data-path("quarantine")
                   to ws-quarantine-dir
           else
               move function trim(ws-config-val) to ws-quarantine-dir
           end-if

           exit paragraph.


       load-quarantine.

           move zero to ws-quar-count
           set ws-not-eof to true

           open input fd-quarantine-file
               perform until ws-eof
                   read fd-quarantine-file into ws-quarantine-line
                       at end set ws-eof to true
                   not at end
                       perform load-one-quarantined
                   end-read
               end-perform
           close fd-quarantine-file

           exit paragraph.


       load-one-quarantined.

           if ws-quar-count >= ws-max-quarantined then
               exit paragraph
           end-if

           initialize ws-quar-entry
           move spaces to ws-field-epoch
           unstring ws-quarantine-line delimited by "|"
               into ws-field-epoch ws-quar-kind ws-quar-state
                    ws-quar-name ws-quar-reason ws-quar-url
                    ws-quar-qpath
           end-unstring

           if function trim(ws-field-epoch) is not numeric
           or ws-quar-name = spaces then
               exit paragraph
           end-if
           move function numval(ws-field-epoch) to ws-quar-epoch
           if not ws-quar-cleared then
               set ws-quar-held to true
           end-if

           add 1 to ws-quar-count
           move ws-quar-entry to ws-quar-slot(ws-quar-count)

           exit paragraph.


       save-quarantine.

           open output fd-quarantine-file
               perform varying ws-quar-idx from 1 by 1
                   until ws-quar-idx > ws-quar-count
                   move ws-quar-slot(ws-quar-idx) to ws-quar-entry
                   move function concatenate(
                       ws-quar-epoch, "|", ws-quar-kind, "|",
                       ws-quar-state, "|",
                       function trim(ws-quar-name), "|",
                       function trim(ws-quar-reason), "|",
                       function trim(ws-quar-url), "|",
                       function trim(ws-quar-qpath))
                       to ws-quarantine-line
                   write f-quarantine-line-raw from ws-quarantine-line
               end-perform
           close fd-quarantine-file

           exit paragraph.

       end program rss-download-scan.
