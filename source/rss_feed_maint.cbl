      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Batch feed maintenance from a transaction file -
      *>          for reorganizations that change owner, category,
      *>          interval and review dates on dozens of feeds at
      *>          once. One transaction per line, '|' separated:
      *>            A|url|field=value|...        subscribe, then set
      *>            C|id or url|field=value|...  change
      *>            D|id or url                  delete
      *>          Fields: title, category, owner, justification,
      *>          interval (refresh minutes), review (yyyymmdd, 0 =
      *>          none), weight (0-9999), hold (Y/N), redistribution
      *>          (A, L, N or D = the config default). Blank lines and
      *>          '#' comments are skipped.
      *>          The edit pass (--feed-maint) validates every record
      *>          and prints an exceptions report without touching
      *>          anything. The apply pass (--feed-maint-apply, admin
      *>          role) snapshots list.dat/lastid.dat to feeds/backup
      *>          (so --undo reverses the whole run), edits each
      *>          record again against the store as it stands, and
      *>          applies the good ones - changes under the store
      *>          lock, adds and deletes through rss-downloader and
      *>          remove-rss-record as the interactive paths do. Each
      *>          applied record is audited, and its reversing
      *>          transaction is written to an undo file in
      *>          feeds/backup that --feed-maint-apply accepts as-is.
      *>          Both passes end with control totals: records read,
      *>          applied (or valid) and rejected.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-feed-maint.

       environment division.

       configuration section.

       repository.
           function remove-rss-record
           function rss-downloader
           function rss-store-lock
           function rss-operator-role
           function pipe-open
           function pipe-close
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-maint-file
               assign to dynamic ws-maint-file-name
               organization is line sequential.

               select optional fd-maint-undo-file
               assign to dynamic ws-maint-undo-file-name
               organization is line sequential.

               copy "./copybooks/filecontrol/rss_list_file.cpy".

       data division.
       file section.
           FD fd-maint-file.
           01  f-maint-line-raw               pic x(1024).

           FD fd-maint-undo-file.
           01  f-maint-undo-line-raw          pic x(1024).

           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".

       77  ws-maint-file-name                pic x(256) value spaces.
       77  ws-maint-undo-file-name           pic x(256) value spaces.
       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-maint-line                     pic x(1024) value spaces.
       77  ws-undo-line                      pic x(1024) value spaces.

      *> One transaction, split on '|': code, key, then up to ten
      *> field=value pairs.
       78  ws-max-txn-fields                 value 10.
       01  ws-txn.
           05  ws-txn-code                   pic x(8) value spaces.
               88  ws-txn-add                value 'A'.
               88  ws-txn-change             value 'C'.
               88  ws-txn-delete             value 'D'.
           05  ws-txn-key                    pic x(256) value spaces.
           05  ws-txn-field-count            pic 9(2) value zero.
           05  ws-txn-field occurs 10 times.
               10  ws-txn-name               pic x(16) value spaces.
               10  ws-txn-value              pic x(256) value spaces.
       77  ws-txn-part                       pic x(300) value spaces.
       77  ws-txn-pointer                    pic 9(4) value zero.
       77  ws-txn-eq-pos                     pic 9(3) value zero.
       77  ws-txn-value-len                  pic 9(3) value zero.
       77  ws-field-idx                      pic 9(2) value zero.

       77  ws-record-number                  pic 9(6) value zero.
       77  ws-record-number-disp             pic z(5)9.
       77  ws-reject-reason                  pic x(80) value spaces.

       01  ws-txn-valid-sw                   pic a value 'N'.
           88  ws-txn-valid                  value 'Y'.
           88  ws-txn-rejected               value 'N'.

      *> The feed the key names, as read for the edit.
       77  ws-target-feed-id                 pic 9(5) value zero.
       77  ws-target-link                    pic x(256) value spaces.
       01  ws-target-found-sw                pic a value 'N'.
           88  ws-target-found               value 'Y'.
           88  ws-target-missing             value 'N'.

      *> Control totals.
       77  ws-count-read                     pic 9(6) value zero.
       77  ws-count-adds                     pic 9(6) value zero.
       77  ws-count-changes                  pic 9(6) value zero.
       77  ws-count-deletes                  pic 9(6) value zero.
       77  ws-count-rejected                 pic 9(6) value zero.
       77  ws-count-applied                  pic 9(6) value zero.
       77  ws-count-disp                     pic z(5)9.
       77  ws-count-disp-2                   pic z(5)9.
       77  ws-count-disp-3                   pic z(5)9.

       77  ws-date-check                     pic 9(8) value zero.
       77  ws-redist-value                   pic a value space.

       77  ws-lock-status                    pic 9 value zero.
       77  ws-download-status                pic 9 value zero.
       77  ws-delete-status                  pic 9 value zero.
       77  ws-dry-run-flag                   pic a value 'N'.

       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.
       77  ws-audit-zero-id                  pic 9(5) value zero.
       77  ws-audit-no-url                   pic x(256) value spaces.
       77  ws-change-detail                  pic x(256) value spaces.
       77  ws-old-value                      pic x(256) value spaces.
       77  ws-undo-value                     pic x(256) value spaces.
       77  ws-undo-fields                    pic x(900) value spaces.

      *> Snapshot naming - the scheme the OPML import and reset
      *> paths use, so --undo finds the newest pair.
       01  ws-backup-date-record.
           05  ws-backup-current-date.
               10  ws-backup-year            pic 9(4).
               10  ws-backup-month           pic 99.
               10  ws-backup-day             pic 99.
           05  ws-backup-current-time.
               10  ws-backup-hour            pic 99.
               10  ws-backup-min             pic 99.
               10  ws-backup-sec             pic 99.
               10  ws-backup-milli           pic 99.
           05  ws-backup-time-offset         pic S9(4).

       77  ws-backup-dir-path                pic x(128) value spaces.
       77  ws-backup-timestamp               pic x(14) value spaces.
       77  ws-backup-list-file-name          pic x(255) value spaces.
       77  ws-backup-last-id-file-name       pic x(255) value spaces.
       77  ws-backup-cmd                     pic x(700) value spaces.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       01  ws-pass-sw                        pic a value 'E'.
           88  ws-edit-pass                  value 'E'.
           88  ws-apply-pass                 value 'A'.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       78  ws-new-line                       value x"0a".

       linkage section.

       01  l-maint-mode                      pic a.
           88  l-maint-edit-only             value 'E'.
           88  l-maint-apply                 value 'A'.

       01  l-maint-file-name                 pic x(300).

       01  l-maint-status                    pic 9.
           88  l-maint-ok                    value 1.
           88  l-maint-failed                value 2.
           88  l-maint-rejects               value 3.

       procedure division using
           l-maint-mode, l-maint-file-name, l-maint-status.

       main-procedure.

           set l-maint-failed to true

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name

           if l-maint-file-name = spaces then
               display "Usage: --feed-maint <file> (edit pass) or "
                   "--feed-maint-apply <file>"
               end-display
               goback
           end-if

           move function trim(l-maint-file-name) to ws-maint-file-name

           if l-maint-apply
           and function rss-operator-role not = "admin" then
      *> Adds and deletes rewrite the shared list - an admin action
      *> on a shared store, same as an OPML import.
               call "logger" using function concatenate(
                   "WARN|Operator without the admin role tried a ",
                   "feed maintenance run: ",
                   function trim(ws-maint-file-name))
               end-call
               display
                   "Your operator role does not allow feed "
                   "maintenance runs - ask a shared-store admin (see "
                   "feeds/operators.dat)."
               end-display
               goback
           end-if

           set ws-edit-pass to true
           perform run-maint-pass

           if ws-count-read = zero then
               display "No transactions in "
                   function trim(ws-maint-file-name) "."
               end-display
               set l-maint-ok to true
               goback
           end-if

           if l-maint-edit-only then
               display ws-new-line
                   "Edit pass only - nothing was changed."
               end-display
               if ws-count-rejected > zero then
                   set l-maint-rejects to true
               else
                   set l-maint-ok to true
               end-if
               goback
           end-if

           perform backup-list-file

           set ws-apply-pass to true
           perform run-maint-pass

           move "FEED-MAINT" to ws-audit-op
           move ws-count-read to ws-count-disp
           move ws-count-applied to ws-count-disp-2
           move ws-count-rejected to ws-count-disp-3
           move function concatenate(
               "file ", function trim(ws-maint-file-name),
               "; read ", function trim(ws-count-disp),
               ", applied ", function trim(ws-count-disp-2),
               ", rejected ", function trim(ws-count-disp-3),
               "; undo ", function trim(ws-maint-undo-file-name))
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-audit-zero-id ws-audit-no-url
               ws-audit-detail
           end-call

           call "logger" using function concatenate(
               "Feed maintenance run: read ", function trim(
               ws-count-disp), ", applied ", function trim(
               ws-count-disp-2), ", rejected ", function trim(
               ws-count-disp-3), ".")
           end-call

           if ws-count-rejected > zero then
               set l-maint-rejects to true
           else
               set l-maint-ok to true
           end-if

           goback.


       run-maint-pass.

           move zero to ws-count-read ws-count-adds ws-count-changes
               ws-count-deletes ws-count-rejected ws-count-applied
               ws-record-number

           display ws-new-line
           end-display
           if ws-edit-pass then
               display "Feed maintenance - edit pass: "
                   function trim(ws-maint-file-name)
               end-display
           else
               display "Feed maintenance - apply pass: "
                   function trim(ws-maint-file-name)
               end-display
               open output fd-maint-undo-file
           end-if
           display "Record  Code  Key / exception"
           end-display
           display "------  ----  ---------------------------------"
               "---------------------"
           end-display

           set ws-not-eof to true
           open input fd-maint-file
               perform until ws-eof
                   read fd-maint-file into ws-maint-line
                       at end set ws-eof to true
                   not at end
                       add 1 to ws-record-number
                       perform process-maint-line
                   end-read
               end-perform
           close fd-maint-file

           if ws-apply-pass then
               close fd-maint-undo-file
           end-if

           perform show-control-totals

           exit paragraph.


       process-maint-line.

           if ws-maint-line = spaces
           or function trim(ws-maint-line)(1:1) = "#" then
               exit paragraph
           end-if

           add 1 to ws-count-read

           perform parse-transaction
           if ws-txn-valid then
               perform edit-transaction
           end-if

           if ws-txn-rejected then
               perform report-rejection
               exit paragraph
           end-if

           if ws-edit-pass then
               evaluate true
                   when ws-txn-add
                       add 1 to ws-count-adds
                   when ws-txn-change
                       add 1 to ws-count-changes
                   when ws-txn-delete
                       add 1 to ws-count-deletes
               end-evaluate
               exit paragraph
           end-if

           evaluate true
               when ws-txn-add
                   perform apply-add
               when ws-txn-change
                   perform apply-change
               when ws-txn-delete
                   perform apply-delete
           end-evaluate

           if ws-txn-rejected then
               perform report-rejection
           else
               add 1 to ws-count-applied
           end-if

           exit paragraph.


       parse-transaction.

           initialize ws-txn
           set ws-txn-valid to true
           move spaces to ws-reject-reason
           move 1 to ws-txn-pointer

           unstring ws-maint-line delimited by "|"
               into ws-txn-code ws-txn-key
               with pointer ws-txn-pointer
           end-unstring

           move function upper-case(function trim(ws-txn-code))
               to ws-txn-code
           move function trim(ws-txn-key) to ws-txn-key

           perform until ws-txn-pointer > length of ws-maint-line
               or ws-txn-rejected

               move spaces to ws-txn-part
               unstring ws-maint-line delimited by "|"
                   into ws-txn-part
                   with pointer ws-txn-pointer
               end-unstring

               if ws-txn-part not = spaces then
                   perform parse-one-field
               end-if

           end-perform

           exit paragraph.


       parse-one-field.

           if ws-txn-field-count >= ws-max-txn-fields then
               set ws-txn-rejected to true
               move "more than 10 fields on one record"
                   to ws-reject-reason
               exit paragraph
           end-if

           move zero to ws-txn-eq-pos
           inspect ws-txn-part tallying ws-txn-eq-pos
               for characters before initial "="

           if ws-txn-eq-pos = zero
           or ws-txn-eq-pos >= length of ws-txn-part then
               set ws-txn-rejected to true
               move function concatenate(
                   "not a field=value pair: ",
                   function trim(ws-txn-part))
                   to ws-reject-reason
               exit paragraph
           end-if

           add 1 to ws-txn-field-count
           move function lower-case(function trim(
               ws-txn-part(1:ws-txn-eq-pos)))
               to ws-txn-name(ws-txn-field-count)
           move function trim(ws-txn-part(ws-txn-eq-pos + 2:))
               to ws-txn-value(ws-txn-field-count)

           exit paragraph.


       edit-transaction.

           if not ws-txn-add and not ws-txn-change
           and not ws-txn-delete then
               set ws-txn-rejected to true
               move function concatenate(
                   "unknown transaction code '",
                   function trim(ws-txn-code),
                   "' (A, C or D)")
                   to ws-reject-reason
               exit paragraph
           end-if

           if ws-txn-key = spaces then
               set ws-txn-rejected to true
               move "no feed id or URL" to ws-reject-reason
               exit paragraph
           end-if

           evaluate true
               when ws-txn-add
                   perform edit-add
               when ws-txn-change
                   perform edit-change
               when ws-txn-delete
                   perform edit-delete
           end-evaluate

           if ws-txn-rejected then
               exit paragraph
           end-if

           perform varying ws-field-idx from 1 by 1
               until ws-field-idx > ws-txn-field-count
               or ws-txn-rejected
               perform edit-one-field
           end-perform

           exit paragraph.


       edit-add.

           if ws-txn-key(1:7) not = "http://"
           and ws-txn-key(1:8) not = "https://" then
               set ws-txn-rejected to true
               move "an add needs an http:// or https:// URL"
                   to ws-reject-reason
               exit paragraph
           end-if

           perform find-target-feed
           if ws-target-found then
               set ws-txn-rejected to true
               move function concatenate(
                   "already subscribed as feed ", ws-target-feed-id)
                   to ws-reject-reason
           end-if

           exit paragraph.


       edit-change.

           perform find-target-feed
           if ws-target-missing then
               set ws-txn-rejected to true
               move "no such feed" to ws-reject-reason
               exit paragraph
           end-if

           if ws-txn-field-count = zero then
               set ws-txn-rejected to true
               move "a change names no fields" to ws-reject-reason
           end-if

           exit paragraph.


       edit-delete.

           perform find-target-feed
           if ws-target-missing then
               set ws-txn-rejected to true
               move "no such feed" to ws-reject-reason
               exit paragraph
           end-if

           if ws-txn-field-count > zero then
               set ws-txn-rejected to true
               move "a delete takes no fields" to ws-reject-reason
               exit paragraph
           end-if

           if ws-rss-legal-hold = 'Y' then
               set ws-txn-rejected to true
               move "feed is under legal hold - cannot be deleted"
                   to ws-reject-reason
           end-if

           exit paragraph.


       edit-one-field.

           move zero to ws-txn-value-len
           if ws-txn-value(ws-field-idx) not = spaces then
               move function length(function trim(
                   ws-txn-value(ws-field-idx), trailing))
                   to ws-txn-value-len
           end-if

           evaluate ws-txn-name(ws-field-idx)
               when "title"
                   if ws-txn-value-len = zero
                   or ws-txn-value-len > 128 then
                       move "title must be 1-128 characters"
                           to ws-reject-reason
                       set ws-txn-rejected to true
                   end-if
               when "category"
               when "owner"
                   if ws-txn-value-len > 32 then
                       move function concatenate(
                           function trim(ws-txn-name(ws-field-idx)),
                           " is longer than 32 characters")
                           to ws-reject-reason
                       set ws-txn-rejected to true
                   end-if
               when "justification"
                   if ws-txn-value-len > 128 then
                       move
                           "justification is longer than 128 characters"
                           to ws-reject-reason
                       set ws-txn-rejected to true
                   end-if
               when "interval"
                   if ws-txn-value-len = zero or > 5
                   or ws-txn-value(ws-field-idx)(1:ws-txn-value-len)
                       is not numeric then
                       move "interval must be 0-99999 minutes"
                           to ws-reject-reason
                       set ws-txn-rejected to true
                   end-if
               when "weight"
                   if ws-txn-value-len = zero or > 4
                   or ws-txn-value(ws-field-idx)(1:ws-txn-value-len)
                       is not numeric then
                       move "weight must be 0-9999"
                           to ws-reject-reason
                       set ws-txn-rejected to true
                   end-if
               when "review"
                   perform edit-review-date
               when "hold"
                   if ws-txn-value(ws-field-idx) not = "Y" and "N"
                   and "y" and "n" then
                       move "hold must be Y or N"
                           to ws-reject-reason
                       set ws-txn-rejected to true
                   end-if
               when "redistribution"
                   if function upper-case(ws-txn-value(ws-field-idx))
                       not = "A" and "L" and "N" and "D" then
                       move "redistribution must be A, L, N or D"
                           to ws-reject-reason
                       set ws-txn-rejected to true
                   end-if
               when other
                   move function concatenate(
                       "unknown field '",
                       function trim(ws-txn-name(ws-field-idx)), "'")
                       to ws-reject-reason
                   set ws-txn-rejected to true
           end-evaluate

           exit paragraph.


       edit-review-date.

           if ws-txn-value(ws-field-idx) = "0" then
               exit paragraph
           end-if

           if ws-txn-value-len not = 8
           or ws-txn-value(ws-field-idx)(1:8) is not numeric then
               move "review must be a yyyymmdd date or 0"
                   to ws-reject-reason
               set ws-txn-rejected to true
               exit paragraph
           end-if

           move ws-txn-value(ws-field-idx)(1:8) to ws-date-check
           if function test-date-yyyymmdd(ws-date-check) not = zero
           then
               move function concatenate(
                   "review date ", ws-date-check, " is not a date")
                   to ws-reject-reason
               set ws-txn-rejected to true
           end-if

           exit paragraph.


       find-target-feed.

      *> A key of up to five digits is a feed id; anything else is
      *> the feed URL.
           set ws-target-missing to true
           move zero to ws-target-feed-id
           move spaces to ws-target-link
           initialize ws-rss-list-record

           open input fd-rss-list-file
               if function length(function trim(ws-txn-key)) <= 5
               and function trim(ws-txn-key) is numeric then
                   move function numval(ws-txn-key) to f-rss-feed-id
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-feed-id
                       invalid key
                           continue
                       not invalid key
                           set ws-target-found to true
                   end-read
               else
                   move ws-txn-key to f-rss-link
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-link
                       invalid key
                           continue
                       not invalid key
                           set ws-target-found to true
                   end-read
               end-if
           close fd-rss-list-file

           if ws-target-found then
               move ws-rss-feed-id to ws-target-feed-id
               move ws-rss-link to ws-target-link
           end-if

           exit paragraph.


       apply-add.

           call "logger" using function concatenate(
               "Feed maintenance: subscribing ",
               function trim(ws-txn-key))
           end-call

           move function rss-downloader(ws-txn-key, 'Y')
               to ws-download-status

           if ws-download-status not = 1 then
               set ws-txn-rejected to true
               move function concatenate(
                   "subscribe failed, downloader status ",
                   ws-download-status)
                   to ws-reject-reason
               exit paragraph
           end-if

           perform find-target-feed
           if ws-target-missing then
               set ws-txn-rejected to true
               move "subscribed, but the new feed was not found"
                   to ws-reject-reason
               exit paragraph
           end-if

           move function concatenate("D|", function trim(ws-txn-key))
               to ws-undo-line
           write f-maint-undo-line-raw from ws-undo-line

           if ws-txn-field-count > zero then
               perform apply-change
           end-if

           exit paragraph.


       apply-change.

           move function rss-store-lock('A') to ws-lock-status
           if ws-lock-status not = 1 then
               set ws-txn-rejected to true
               move "feed store locked - try again later"
                   to ws-reject-reason
               exit paragraph
           end-if

           move spaces to ws-change-detail ws-undo-fields

           open i-o fd-rss-list-file
               move ws-target-feed-id to f-rss-feed-id
               read fd-rss-list-file
                   key is f-rss-feed-id
                   invalid key
                       set ws-txn-rejected to true
                       move "no such feed" to ws-reject-reason
                   not invalid key
                       perform varying ws-field-idx from 1 by 1
                           until ws-field-idx > ws-txn-field-count
                           perform apply-one-field
                       end-perform
                       rewrite f-rss-list-record
                           invalid key
                               set ws-txn-rejected to true
                               move "list.dat rewrite failed"
                                   to ws-reject-reason
                       end-rewrite
               end-read
           close fd-rss-list-file

           move function rss-store-lock('R') to ws-lock-status

           if ws-txn-rejected then
               exit paragraph
           end-if

      *> The reversing change goes first for a change; an add's
      *> reversal is its delete, already written.
           if ws-txn-change then
               move function concatenate(
                   "C|", ws-target-feed-id,
                   function trim(ws-undo-fields))
                   to ws-undo-line
               write f-maint-undo-line-raw from ws-undo-line
           end-if

           move "MAINT-CHANGE" to ws-audit-op
           move ws-change-detail to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-target-feed-id ws-target-link
               ws-audit-detail
           end-call

           exit paragraph.


       apply-one-field.

           move ws-txn-value(ws-field-idx) to ws-undo-value

           evaluate ws-txn-name(ws-field-idx)
               when "title"
                   move f-rss-title to ws-old-value
                   move ws-txn-value(ws-field-idx) to f-rss-title
               when "category"
                   move f-rss-category to ws-old-value
                   move ws-txn-value(ws-field-idx) to f-rss-category
               when "owner"
                   move f-rss-owner to ws-old-value
                   move ws-txn-value(ws-field-idx) to f-rss-owner
               when "justification"
                   move f-rss-justification to ws-old-value
                   move ws-txn-value(ws-field-idx)
                       to f-rss-justification
               when "interval"
                   move f-rss-refresh-minutes to ws-old-value
                   move function numval(ws-txn-value(ws-field-idx))
                       to f-rss-refresh-minutes
               when "weight"
                   move f-rss-base-weight to ws-old-value
                   move function numval(ws-txn-value(ws-field-idx))
                       to f-rss-base-weight
               when "review"
                   move f-rss-review-date to ws-old-value
                   move function numval(ws-txn-value(ws-field-idx))
                       to f-rss-review-date
               when "hold"
                   move f-rss-hold to ws-old-value
                   move function upper-case(
                       ws-txn-value(ws-field-idx)) to f-rss-hold
               when "redistribution"
                   move f-rss-redistribution to ws-old-value
                   if ws-old-value = spaces then
                       move "D" to ws-old-value
                   end-if
                   move function upper-case(
                       ws-txn-value(ws-field-idx)) to ws-redist-value
                   if ws-redist-value = "D" then
                       move space to f-rss-redistribution
                   else
                       move ws-redist-value to f-rss-redistribution
                   end-if
           end-evaluate

           inspect ws-old-value replacing all "|" by "/"
           move function concatenate(
               function trim(ws-undo-fields), "|",
               function trim(ws-txn-name(ws-field-idx)), "=",
               function trim(ws-old-value))
               to ws-undo-fields

           move function concatenate(
               function trim(ws-change-detail), " ",
               function trim(ws-txn-name(ws-field-idx)), ": ",
               function trim(ws-old-value), " -> ",
               function trim(ws-undo-value), ";")
               to ws-change-detail

           exit paragraph.


       apply-delete.

      *> The reversal re-subscribes the URL with the settings it
      *> had; its items come back from the content archive the
      *> delete takes (--archive-restore).
           move spaces to ws-undo-fields
           move ws-rss-title to ws-old-value
           inspect ws-old-value replacing all "|" by "/"
           move function concatenate(
               "A|", function trim(ws-target-link),
               "|title=", function trim(ws-old-value))
               to ws-undo-line
           if ws-rss-category not = spaces then
               move function concatenate(
                   function trim(ws-undo-line), "|category=",
                   function trim(ws-rss-category))
                   to ws-undo-line
           end-if
           if ws-rss-owner not = spaces then
               move function concatenate(
                   function trim(ws-undo-line), "|owner=",
                   function trim(ws-rss-owner))
                   to ws-undo-line
           end-if
           if ws-rss-justification not = spaces then
               move ws-rss-justification to ws-old-value
               inspect ws-old-value replacing all "|" by "/"
               move function concatenate(
                   function trim(ws-undo-line), "|justification=",
                   function trim(ws-old-value))
                   to ws-undo-line
           end-if
           move function concatenate(
               function trim(ws-undo-line),
               "|interval=", ws-rss-refresh-minutes,
               "|review=", ws-rss-review-date,
               "|weight=", ws-rss-base-weight,
               "|hold=", ws-rss-hold)
               to ws-undo-line
           if ws-rss-redistribution not = space then
               move function concatenate(
                   function trim(ws-undo-line), "|redistribution=",
                   ws-rss-redistribution)
                   to ws-undo-line
           end-if

           move 'N' to ws-dry-run-flag
           move function remove-rss-record(
               ws-target-link, ws-dry-run-flag)
               to ws-delete-status

           if ws-delete-status not = 1 then
               set ws-txn-rejected to true
               move function concatenate(
                   "delete failed, status ", ws-delete-status)
                   to ws-reject-reason
               exit paragraph
           end-if

           write f-maint-undo-line-raw from ws-undo-line

           exit paragraph.


       report-rejection.

           add 1 to ws-count-rejected
           move ws-record-number to ws-record-number-disp

           display ws-record-number-disp "  "
               ws-txn-code(1:4) "  "
               function trim(ws-txn-key)
           end-display
           display "                *** "
               function trim(ws-reject-reason)
           end-display

           exit paragraph.


       show-control-totals.

           display " "
           end-display
           display "Control totals"
           end-display

           move ws-count-read to ws-count-disp
           display "  Records read:      " ws-count-disp
           end-display

           if ws-edit-pass then
               move ws-count-adds to ws-count-disp
               display "  Valid adds:        " ws-count-disp
               end-display
               move ws-count-changes to ws-count-disp
               display "  Valid changes:     " ws-count-disp
               end-display
               move ws-count-deletes to ws-count-disp
               display "  Valid deletes:     " ws-count-disp
               end-display
           else
               move ws-count-applied to ws-count-disp
               display "  Records applied:   " ws-count-disp
               end-display
           end-if

           move ws-count-rejected to ws-count-disp
           display "  Records rejected:  " ws-count-disp
           end-display

           if ws-apply-pass then
               display "  Undo transactions: "
                   function trim(ws-maint-undo-file-name)
               end-display
           end-if

           exit paragraph.


       backup-list-file.

           move function resolve-data-path("feeds/backup")
               to ws-backup-dir-path

           move function current-date to ws-backup-date-record

           move function concatenate(
               ws-backup-year, ws-backup-month, ws-backup-day,
               ws-backup-hour, ws-backup-min, ws-backup-sec)
               to ws-backup-timestamp

           move function concatenate(
               function trim(ws-backup-dir-path), "/list_",
               function trim(ws-backup-timestamp), ".dat.bak")
               to ws-backup-list-file-name
           move function concatenate(
               function trim(ws-backup-dir-path), "/lastid_",
               function trim(ws-backup-timestamp), ".dat.bak")
               to ws-backup-last-id-file-name
           move function concatenate(
               function trim(ws-backup-dir-path), "/feed_maint_",
               function trim(ws-backup-timestamp), "_undo.txt")
               to ws-maint-undo-file-name

           move function concatenate(
               "mkdir -p ", function trim(ws-backup-dir-path),
               "; cp ", function trim(ws-rss-list-file-name),
               " ", function trim(ws-backup-list-file-name),
               " 2>/dev/null; cp ",
               function trim(ws-rss-last-id-file-name),
               " ", function trim(ws-backup-last-id-file-name),
               " 2>/dev/null")
               to ws-backup-cmd

           move pipe-open(ws-backup-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           call "logger" using function concatenate(
               "Backed up list.dat/lastid.dat to ",
               function trim(ws-backup-list-file-name),
               " before the feed maintenance run.")
           end-call

           exit paragraph.

       end program rss-feed-maint.
