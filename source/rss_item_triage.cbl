      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Item triage workflow. rss-item-triage owns the
      *>          global triage store (feeds/triage.dat) - per-item
      *>          assignee, status (open, in progress, done, not
      *>          applicable), and due date, keyed by guid so an
      *>          assignment survives refreshes and retention. The
      *>          companion rss-open-actions prints every item still
      *>          open or in progress, grouped by assignee with the
      *>          overdue ones first.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-item-triage.

       environment division.

       configuration section.

       repository.
           function pipe-open
           function pipe-close
           function rss-operator-name
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_triage_file.cpy".

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_triage_file.cpy".

       working-storage section.

       77  ws-rss-triage-file-name           pic x(256) value spaces.
       77  ws-triage-real-file-name          pic x(256) value spaces.
       77  ws-triage-temp-file-name          pic x(256) value spaces.
       77  ws-triage-swap-cmd                pic x(600) value spaces.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

      *> Whole-file working copy, same approach as the annotation
      *> store - closed items are kept so the history of who
      *> handled what stays answerable.
       78  ws-max-triage                     value 1000.
       01  ws-triage-table.
           05  ws-triage-entry occurs 1000 times.
               10  ws-trg-guid               pic x(256).
               10  ws-trg-feed-title         pic x(128).
               10  ws-trg-item-title         pic x(128).
               10  ws-trg-item-link          pic x(256).
               10  ws-trg-assignee           pic x(32).
               10  ws-trg-status             pic x.
               10  ws-trg-due-date           pic 9(8).
               10  ws-trg-updated-by         pic x(32).
               10  ws-trg-updated-at         pic 9(12).

       77  ws-triage-count                   pic 9(4) value zero.
       77  ws-triage-idx                     pic 9(4) value zero.
       77  ws-triage-match-idx               pic 9(4) value zero.

       77  ws-current-date-time              pic x(21) value spaces.

      *> Audit-trail hand-off fields - see rss-audit.
       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zeros.
       77  ws-audit-detail                   pic x(256) value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-triage-operation                pic x.
           88  l-triage-op-get               value 'G'.
           88  l-triage-op-save              value 'S'.

      *> Same layout as f-triage-record. On a save the caller fills
      *> guid, titles, link, assignee, status, and due date; the
      *> updated-by/updated-at stamps are set here.
       01  l-triage-entry.
           05  l-trg-guid                    pic x(256).
           05  l-trg-feed-title              pic x(128).
           05  l-trg-item-title              pic x(128).
           05  l-trg-item-link               pic x(256).
           05  l-trg-assignee                pic x(32).
           05  l-trg-status                  pic x.
               88  l-trg-status-open         value 'O'.
               88  l-trg-status-in-progress  value 'P'.
               88  l-trg-status-done         value 'D'.
               88  l-trg-status-not-applic   value 'N'.
               88  l-trg-status-valid        values 'O' 'P' 'D' 'N'.
           05  l-trg-due-date                pic 9(8).
           05  l-trg-updated-by              pic x(32).
           05  l-trg-updated-at              pic 9(12).

       01  l-triage-status                   pic 9.
           88  l-triage-status-found         value 1.
           88  l-triage-status-not-found     value 2.
           88  l-triage-status-bad-request   value 4.
           88  l-triage-status-full          value 5.

       procedure division using
           l-triage-operation, l-triage-entry, l-triage-status.

       main-procedure.

           if l-trg-guid = spaces then
               set l-triage-status-bad-request to true
               goback
           end-if

           move function resolve-data-path("feeds/triage.dat")
               to ws-triage-real-file-name
           move ws-triage-real-file-name to ws-rss-triage-file-name

           perform load-triage-table
           perform find-triage-by-guid

           evaluate true

               when l-triage-op-get
                   if ws-triage-match-idx > zero then
                       move ws-triage-entry(ws-triage-match-idx)
                           to l-triage-entry
                       set l-triage-status-found to true
                   else
                       set l-triage-status-not-found to true
                   end-if

               when l-triage-op-save
                   if not l-trg-status-valid then
                       set l-triage-status-bad-request to true
                       goback
                   end-if

                   if ws-triage-match-idx = zero then
                       if ws-triage-count >= ws-max-triage then
                           set l-triage-status-full to true
                           goback
                       end-if
                       add 1 to ws-triage-count
                       move ws-triage-count to ws-triage-match-idx
                   end-if

                   move function rss-operator-name
                       to l-trg-updated-by
                   move function current-date to ws-current-date-time
                   move ws-current-date-time(1:12)
                       to l-trg-updated-at

                   move l-triage-entry
                       to ws-triage-entry(ws-triage-match-idx)

                   perform rewrite-triage-file
                   perform write-triage-audit
                   set l-triage-status-found to true

               when other
                   set l-triage-status-bad-request to true

           end-evaluate

           goback.


       load-triage-table.

           move zero to ws-triage-count
           set ws-not-eof to true

           open input fd-rss-triage-file
               perform until ws-eof
                   or ws-triage-count >= ws-max-triage
                   read fd-rss-triage-file
                       at end set ws-eof to true
                   not at end
                       add 1 to ws-triage-count
                       move f-triage-record
                           to ws-triage-entry(ws-triage-count)
                   end-read
               end-perform
           close fd-rss-triage-file

           exit paragraph.


       find-triage-by-guid.

           move zero to ws-triage-match-idx

           perform varying ws-triage-idx from 1 by 1
               until ws-triage-idx > ws-triage-count

               if function trim(ws-trg-guid(ws-triage-idx))
               = function trim(l-trg-guid) then
                   move ws-triage-idx to ws-triage-match-idx
                   exit perform
               end-if

           end-perform

           exit paragraph.


       rewrite-triage-file.

      *> Stage to a temp file and rename it into place, so a failure
      *> partway through can never truncate the existing store.
           move function concatenate(
               function trim(ws-triage-real-file-name), ".tmp")
               to ws-triage-temp-file-name
           move ws-triage-temp-file-name to ws-rss-triage-file-name

           open output fd-rss-triage-file
               perform varying ws-triage-idx from 1 by 1
                   until ws-triage-idx > ws-triage-count
                   move ws-triage-entry(ws-triage-idx)
                       to f-triage-record
                   write f-triage-record
               end-perform
           close fd-rss-triage-file

           move function concatenate(
               "mv ", function trim(ws-triage-temp-file-name),
               " ", function trim(ws-triage-real-file-name))
               to ws-triage-swap-cmd

           move pipe-open(ws-triage-swap-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           if ws-pipe-return is not zero then
               call "logger" using function concatenate(
                   "Failed to swap triage store into place: ",
                   function trim(ws-triage-real-file-name),
                   " : mv exit status ", ws-pipe-return)
               end-call
           end-if

           move ws-triage-real-file-name to ws-rss-triage-file-name

           exit paragraph.


       write-triage-audit.

           move "TRIAGE" to ws-audit-op
           move zeros to ws-audit-feed-id
           move spaces to ws-audit-detail
           string
               "guid=" delimited by size
               function trim(l-trg-guid) delimited by size
               " assignee=" delimited by size
               function trim(l-trg-assignee) delimited by size
               " status=" delimited by size
               l-trg-status delimited by size
               " due=" delimited by size
               l-trg-due-date delimited by size
               into ws-audit-detail
           end-string

           call "rss-audit" using
               ws-audit-op ws-audit-feed-id l-trg-item-link
               ws-audit-detail
           end-call

           exit paragraph.

       end program rss-item-triage.



      *>*****************************************************************
      *> Open actions report: every triaged item still open or in
      *> progress, grouped by assignee. Within each assignee the
      *> overdue items come first, then the rest by due date, with
      *> undated items last.
      *>*****************************************************************
       identification division.
       program-id. rss-open-actions.

       environment division.

       configuration section.

       repository.
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_triage_file.cpy".

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_triage_file.cpy".

       working-storage section.

       77  ws-rss-triage-file-name           pic x(256) value spaces.

       77  ws-today-date8                    pic 9(8) value zero.
       77  ws-current-date-time              pic x(21) value spaces.

      *> Open entries only, with a sort key built per entry:
      *> assignee, then 0 for overdue / 1 for not, then due date
      *> (99999999 standing in for "no due date").
       78  ws-max-actions                    value 1000.
       01  ws-action-table.
           05  ws-action-entry occurs 1000 times.
               10  ws-act-sort-key.
                   15  ws-act-assignee       pic x(32).
                   15  ws-act-overdue-rank   pic 9.
                   15  ws-act-due-key        pic 9(8).
               10  ws-act-status             pic x.
               10  ws-act-due-date           pic 9(8).
               10  ws-act-feed-title         pic x(128).
               10  ws-act-item-title         pic x(128).
               10  ws-act-item-link          pic x(256).

       01  ws-action-swap                    pic x(562).

       77  ws-action-count                   pic 9(4) value zero.
       77  ws-action-idx                     pic 9(4) value zero.
       77  ws-sort-i                         pic 9(4) value zero.
       77  ws-sort-j                         pic 9(4) value zero.
       77  ws-overdue-count                  pic 9(4) value zero.
       77  ws-last-assignee                  pic x(32) value spaces.
       77  ws-status-disp                    pic x(11) value spaces.
       77  ws-due-disp                       pic x(10) value spaces.

       78  ws-new-line                       value x"0a".

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       procedure division.

       main-procedure.

           move function resolve-data-path("feeds/triage.dat")
               to ws-rss-triage-file-name

           move function current-date to ws-current-date-time
           move function numval(ws-current-date-time(1:8))
               to ws-today-date8

           perform load-open-actions

           display ws-new-line
               "Open Actions Report"
           end-display
           display
               "-------------------"
           end-display

           if ws-action-count = zero then
               display "No open or in-progress items are assigned."
               goback
           end-if

           perform sort-open-actions

           move high-values to ws-last-assignee

           perform varying ws-action-idx from 1 by 1
               until ws-action-idx > ws-action-count
               perform report-one-action
           end-perform

           display ws-new-line
               "Open items: " ws-action-count
               "   overdue: " ws-overdue-count
           end-display

           goback.


       load-open-actions.

           move zero to ws-action-count
           set ws-not-eof to true

           open input fd-rss-triage-file
               perform until ws-eof
                   or ws-action-count >= ws-max-actions
                   read fd-rss-triage-file
                       at end set ws-eof to true
                   not at end
                       if f-trg-status = 'O' or 'P' then
                           perform add-open-action
                       end-if
                   end-read
               end-perform
           close fd-rss-triage-file

           exit paragraph.


       add-open-action.

           add 1 to ws-action-count

           if f-trg-assignee = spaces then
               move "(unassigned)"
                   to ws-act-assignee(ws-action-count)
           else
               move f-trg-assignee to ws-act-assignee(ws-action-count)
           end-if

           move f-trg-status to ws-act-status(ws-action-count)
           move f-trg-due-date to ws-act-due-date(ws-action-count)
           move f-trg-feed-title to ws-act-feed-title(ws-action-count)
           move f-trg-item-title to ws-act-item-title(ws-action-count)
           move f-trg-item-link to ws-act-item-link(ws-action-count)

           if f-trg-due-date = zero then
               move 1 to ws-act-overdue-rank(ws-action-count)
               move 99999999 to ws-act-due-key(ws-action-count)
           else
               move f-trg-due-date to ws-act-due-key(ws-action-count)
               if f-trg-due-date < ws-today-date8 then
                   move 0 to ws-act-overdue-rank(ws-action-count)
                   add 1 to ws-overdue-count
               else
                   move 1 to ws-act-overdue-rank(ws-action-count)
               end-if
           end-if

           exit paragraph.


       sort-open-actions.

      *> Simple exchange sort on the composite key - the store is
      *> small, same approach as the timeline's newest-first sort.
           perform varying ws-sort-i from 1 by 1
               until ws-sort-i > ws-action-count - 1

               perform varying ws-sort-j from 1 by 1
                   until ws-sort-j > ws-action-count - ws-sort-i

                   if ws-act-sort-key(ws-sort-j)
                   > ws-act-sort-key(ws-sort-j + 1) then
                       move ws-action-entry(ws-sort-j)
                           to ws-action-swap
                       move ws-action-entry(ws-sort-j + 1)
                           to ws-action-entry(ws-sort-j)
                       move ws-action-swap
                           to ws-action-entry(ws-sort-j + 1)
                   end-if

               end-perform
           end-perform

           exit paragraph.


       report-one-action.

           if ws-act-assignee(ws-action-idx) not = ws-last-assignee
           then
               move ws-act-assignee(ws-action-idx) to ws-last-assignee
               display ws-new-line
                   "Assignee: " function trim(ws-last-assignee)
               end-display
           end-if

           if ws-act-status(ws-action-idx) = 'P' then
               move "in progress" to ws-status-disp
           else
               move "open" to ws-status-disp
           end-if

           if ws-act-due-date(ws-action-idx) = zero then
               move "no date" to ws-due-disp
           else
               move spaces to ws-due-disp
               string
                   ws-act-due-date(ws-action-idx)(1:4) "-"
                   ws-act-due-date(ws-action-idx)(5:2) "-"
                   ws-act-due-date(ws-action-idx)(7:2)
                   delimited by size
                   into ws-due-disp
               end-string
           end-if

           if ws-act-overdue-rank(ws-action-idx) = 0 then
               display "  OVERDUE  due " ws-due-disp "  "
                   ws-status-disp "  "
                   function trim(ws-act-item-title(ws-action-idx))
               end-display
           else
               display "           due " ws-due-disp "  "
                   ws-status-disp "  "
                   function trim(ws-act-item-title(ws-action-idx))
               end-display
           end-if

           display "           feed: "
               function trim(ws-act-feed-title(ws-action-idx))
           end-display
           display "           link: "
               function trim(ws-act-item-link(ws-action-idx))
           end-display

           exit paragraph.

       end program rss-open-actions.
