      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Continuous replication of the feed store to a
      *>          standby copy, so losing the workstation costs at
      *>          most the commit in flight instead of everything
      *>          since the last snapshot. When "replica_target" is
      *>          set - a directory, or host:directory reached with
      *>          rsync over ssh - every commit rss-commit-journal
      *>          marks complete is queued here ('Q') and shipped
      *>          at once: the committed feed's content file and
      *>          side stores (rss_<id>.dat, rss_<id>_*), then the
      *>          shared stores (list.dat, lastid.dat, summary.dat,
      *>          the audit trail and the rest of feeds/), then the
      *>          article, capture, backup and archive stores under
      *>          feeds/ and, from the data directory itself,
      *>          crssr.conf, allowed_cmds.dat, hooks/ and media/ -
      *>          each copied under a temporary name and renamed
      *>          into place so the standby never holds a torn file.
      *>          The replication position (last commit queued,
      *>          last shipped) is kept in feeds/replication_pos.dat
      *>          and the unshipped commits in
      *>          feeds/replication_queue.dat; a failed shipment
      *>          leaves both in place and the next commit - or
      *>          "--replicate" from cron - ships everything owed.
      *>          The first shipment (and "--replicate full") sends
      *>          every content file. Each shipment also writes
      *>          replica.dat on the standby, naming the commit it
      *>          holds; while that marker is there rss-store-lock
      *>          refuses writers, so the standby stays read-only
      *>          until it is promoted.
      *>          Operations:
      *>          'Q' - a commit completed (feed id, operation):
      *>                queue it and ship;
      *>          'C' - catch up: ship whatever is queued;
      *>          'F' - full shipment of the whole store;
      *>          'T' - --replication-status: target, lag and the
      *>                last commit shipped;
      *>          'P' - --promote-standby, run against the standby's
      *>                data directory: drops replica.dat so it takes
      *>                writes as the new primary, warning (and
      *>                auditing) when crssr.conf or allowed_cmds.dat
      *>                never reached it.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-replication.

       environment division.

       configuration section.

       repository.
           function get-config
           function pipe-open
           function pipe-close
           function rss-epoch-minutes
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-repl-pos-file
               assign to dynamic ws-repl-pos-file-name
               organization is line sequential.

               select optional fd-repl-queue-file
               assign to dynamic ws-repl-queue-file-name
               organization is line sequential.

               select optional fd-replica-marker-file
               assign to dynamic ws-replica-marker-file-name
               organization is line sequential
               file status is ws-replica-marker-status.

       data division.
       file section.
           FD fd-repl-pos-file.
           01  f-repl-pos-record.
               05  f-repl-last-queued-seq     pic 9(9).
               05  f-repl-last-shipped-seq    pic 9(9).
               05  f-repl-shipped-epoch       pic 9(10).
               05  f-repl-shipped-feed-id     pic 9(5).
               05  f-repl-shipped-operation   pic x(32).
               05  f-repl-fail-count          pic 9(5).
               05  f-repl-fail-epoch          pic 9(10).

           FD fd-repl-queue-file.
           01  f-repl-queue-line              pic x(80).

           FD fd-replica-marker-file.
           01  f-replica-marker-line          pic x(300).

       working-storage section.

       77  ws-repl-pos-file-name             pic x(256) value spaces.
       77  ws-repl-queue-file-name           pic x(256) value spaces.
       77  ws-replica-marker-file-name       pic x(256) value spaces.
       77  ws-replica-marker-status          pic xx value spaces.
       77  ws-marker-temp-file-name          pic x(256) value spaces.
       77  ws-marker-line                    pic x(300) value spaces.
       77  ws-marker-role                    pic x(16) value spaces.
       77  ws-marker-seq                     pic x(9) value spaces.
       77  ws-marker-epoch                   pic x(10) value spaces.
       77  ws-marker-source                  pic x(256) value spaces.
       77  ws-feeds-dir-path                 pic x(256) value spaces.
       77  ws-data-root-path                 pic x(256) value spaces.
       77  ws-promote-check-file             pic x(256) value spaces.
       77  ws-promote-check-name             pic x(32) value spaces.
       77  ws-promote-missing                pic x(64) value spaces.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       77  ws-shell-cmd                      pic x(10000) value spaces.
       77  ws-file-list                      pic x(7000) value spaces.
       77  ws-file-list-ptr                  pic 9(4) value zero.

      *> The replication position, as read and as rewritten.
       01  ws-repl-pos.
           05  ws-last-queued-seq            pic 9(9) value zero.
           05  ws-last-shipped-seq           pic 9(9) value zero.
           05  ws-shipped-epoch              pic 9(10) value zero.
           05  ws-shipped-feed-id            pic 9(5) value zero.
           05  ws-shipped-operation          pic x(32) value spaces.
           05  ws-fail-count                 pic 9(5) value zero.
           05  ws-fail-epoch                 pic 9(10) value zero.

      *> Where to: a local directory or host:directory.
       77  ws-replica-target                 pic x(256) value spaces.
       77  ws-target-host                    pic x(128) value spaces.
       77  ws-target-dir                     pic x(256) value spaces.
       77  ws-target-feeds-dir               pic x(300) value spaces.
       77  ws-profile-env                    pic x(64) value spaces.
       77  ws-start-dir                      pic x(256) value spaces.
       77  ws-colon-pos                      pic 9(3) value zero.
       77  ws-slash-pos                      pic 9(3) value zero.

       01  ws-target-kind-sw                 pic a value 'N'.
           88  ws-target-is-local            value 'L'.
           88  ws-target-is-remote           value 'R'.
           88  ws-target-not-set             value 'N'.

      *> Commits owed to the standby.
       77  ws-queue-line                     pic x(80) value spaces.
       77  ws-queue-seq-text                 pic x(9) value spaces.
       77  ws-queue-epoch-text               pic x(10) value spaces.
       77  ws-queue-feed-text                pic x(5) value spaces.
       77  ws-queue-op-text                  pic x(32) value spaces.
       77  ws-pending-count                  pic 9(7) value zero.
       77  ws-pending-first-epoch            pic 9(10) value zero.
       77  ws-pending-last-seq               pic 9(9) value zero.
       77  ws-pending-last-feed-id           pic 9(5) value zero.
       77  ws-pending-last-op                pic x(32) value spaces.

       78  ws-max-pending-feeds              value 200.
       77  ws-pending-feed-count             pic 9(3) value zero.
       01  ws-pending-feed-table.
           05  ws-pending-feed-id            pic 9(5)
                                             occurs 200 times.
       77  ws-pf-idx                         pic 9(3) value zero.
       01  ws-pending-found-sw               pic a value 'N'.
           88  ws-pending-found              value 'Y'.
           88  ws-pending-not-found          value 'N'.

       01  ws-full-shipment-sw               pic a value 'N'.
           88  ws-full-shipment              value 'Y'.
           88  ws-partial-shipment           value 'N'.

       77  ws-ship-status                    pic s9(9) value zero.
       77  ws-now-epoch                      pic 9(10) value zero.
       77  ws-lag-commits                    pic 9(9) value zero.
       77  ws-lag-minutes                    pic 9(10) value zero.
       77  ws-disp-count                     pic z(8)9.
       77  ws-disp-minutes                   pic z(9)9.
       77  ws-feed-id-text                   pic 9(5) value zero.

       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.
       77  ws-audit-link                     pic x(256) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-repl-op                         pic x.
           88  l-repl-queue                  value 'Q'.
           88  l-repl-catch-up               value 'C'.
           88  l-repl-full                   value 'F'.
           88  l-repl-status-report          value 'T'.
           88  l-repl-promote                value 'P'.

       01  l-repl-feed-id                    pic 9(5).
       01  l-repl-operation                  pic x(32).

      *> 0 replication not configured, 1 ok / standby current,
      *> 2 shipment failed or commits are owed, 3 not a standby.
       01  l-repl-status                     pic 9.

       procedure division using
           l-repl-op, l-repl-feed-id, l-repl-operation,
           l-repl-status.

       main-procedure.

      *> Called once per commit through a whole batch refresh -
      *> nothing carries over from the previous call.
           move zero to l-repl-status
           set ws-partial-shipment to true

           move function resolve-data-path(
               "feeds/replication_pos.dat")
               to ws-repl-pos-file-name
           move function resolve-data-path(
               "feeds/replication_queue.dat")
               to ws-repl-queue-file-name
           move function resolve-data-path("feeds/replica.dat")
               to ws-replica-marker-file-name
           move function resolve-data-path(
               "feeds/replication_marker.tmp")
               to ws-marker-temp-file-name
           move function resolve-data-path("feeds")
               to ws-feeds-dir-path
           move function resolve-data-path(".")
               to ws-data-root-path

           move function rss-epoch-minutes to ws-now-epoch

           if l-repl-promote then
               perform promote-standby
               goback
           end-if

           perform load-replica-target
           perform read-repl-position

           evaluate true
               when l-repl-status-report
                   perform report-replication-status
               when l-repl-queue
                   if ws-target-not-set then
                       goback
                   end-if
                   perform queue-commit
                   perform ship-pending
               when l-repl-catch-up
                   if ws-target-not-set then
                       display "Replication is not configured - set "
                           "replica_target to a directory or "
                           "host:directory."
                       end-display
                       goback
                   end-if
                   perform ship-pending
                   perform report-shipment
               when l-repl-full
                   if ws-target-not-set then
                       display "Replication is not configured - set "
                           "replica_target to a directory or "
                           "host:directory."
                       end-display
                       goback
                   end-if
                   set ws-full-shipment to true
                   perform ship-pending
                   perform report-shipment
           end-evaluate

           goback.


       load-replica-target.

           set ws-target-not-set to true
           move spaces to ws-target-host ws-target-dir

           move function get-config("replica_target")
               to ws-replica-target
           if ws-replica-target = spaces
           or ws-replica-target = "NOT-SET" then
               exit paragraph
           end-if

      *> "host:dir" when a colon comes before the first slash -
      *> the same rule rsync and scp use.
           move zero to ws-colon-pos ws-slash-pos
           inspect ws-replica-target tallying ws-colon-pos
               for characters before initial ":"
           inspect ws-replica-target tallying ws-slash-pos
               for characters before initial "/"

           if ws-colon-pos < ws-slash-pos
           and ws-colon-pos > zero then
               set ws-target-is-remote to true
               move ws-replica-target(1:ws-colon-pos)
                   to ws-target-host
               move ws-replica-target(ws-colon-pos + 2:)
                   to ws-target-dir
           else
               set ws-target-is-local to true
               move ws-replica-target to ws-target-dir
           end-if

      *> The ship commands cd into the feeds directory before they
      *> copy, so a relative local target is anchored to the
      *> directory the program was started from here, once.
           if ws-target-is-local
           and ws-target-dir(1:1) not = "/" then
               move spaces to ws-start-dir
               accept ws-start-dir from environment "PWD"
               end-accept

               if ws-start-dir(1:1) not = "/" then
                   call "logger" using function concatenate(
                       "Replication: relative replica_target ",
                       function trim(ws-replica-target),
                       " cannot be resolved - set an absolute path.")
                   end-call
                   set ws-target-not-set to true
                   move spaces to ws-target-dir
                   exit paragraph
               end-if

               move function concatenate(
                   function trim(ws-start-dir), "/",
                   function trim(ws-target-dir))
                   to ws-target-dir
           end-if

      *> The standby mirrors the data directory's layout, feed
      *> profile subdirectory included.
           move spaces to ws-profile-env
           accept ws-profile-env from environment "COB_RSSR_PROFILE"
           end-accept

           if ws-profile-env = spaces then
               move function concatenate(
                   function trim(ws-target-dir), "/feeds")
                   to ws-target-feeds-dir
           else
               move function concatenate(
                   function trim(ws-target-dir), "/feeds/",
                   function trim(ws-profile-env))
                   to ws-target-feeds-dir
           end-if

           exit paragraph.


       read-repl-position.

           initialize ws-repl-pos

           open input fd-repl-pos-file
               read fd-repl-pos-file
                   at end
                       continue
                   not at end
                       if f-repl-last-queued-seq is numeric
                       and f-repl-last-shipped-seq is numeric then
                           move f-repl-last-queued-seq
                               to ws-last-queued-seq
                           move f-repl-last-shipped-seq
                               to ws-last-shipped-seq
                           move f-repl-shipped-epoch
                               to ws-shipped-epoch
                           move f-repl-shipped-feed-id
                               to ws-shipped-feed-id
                           move f-repl-shipped-operation
                               to ws-shipped-operation
                           move f-repl-fail-count to ws-fail-count
                           move f-repl-fail-epoch to ws-fail-epoch
                       end-if
               end-read
           close fd-repl-pos-file

           exit paragraph.


       write-repl-position.

           move ws-last-queued-seq to f-repl-last-queued-seq
           move ws-last-shipped-seq to f-repl-last-shipped-seq
           move ws-shipped-epoch to f-repl-shipped-epoch
           move ws-shipped-feed-id to f-repl-shipped-feed-id
           move ws-shipped-operation to f-repl-shipped-operation
           move ws-fail-count to f-repl-fail-count
           move ws-fail-epoch to f-repl-fail-epoch

           open output fd-repl-pos-file
               write f-repl-pos-record
           close fd-repl-pos-file

           exit paragraph.


       queue-commit.

           add 1 to ws-last-queued-seq

           open extend fd-repl-queue-file
               move function concatenate(
                   ws-last-queued-seq, "|", ws-now-epoch, "|",
                   l-repl-feed-id, "|",
                   function trim(l-repl-operation))
                   to f-repl-queue-line
               write f-repl-queue-line
           close fd-repl-queue-file

           perform write-repl-position

           exit paragraph.


       load-pending-commits.

           move zero to ws-pending-count ws-pending-first-epoch
           move zero to ws-pending-last-seq ws-pending-last-feed-id
           move zero to ws-pending-feed-count
           move spaces to ws-pending-last-op
           set ws-not-eof to true

           open input fd-repl-queue-file
           perform until ws-eof
               read fd-repl-queue-file into ws-queue-line
                   at end
                       set ws-eof to true
                   not at end
                       perform take-pending-commit
               end-read
           end-perform
           close fd-repl-queue-file

           exit paragraph.


       take-pending-commit.

           move spaces to ws-queue-seq-text ws-queue-epoch-text
           move spaces to ws-queue-feed-text ws-queue-op-text
           unstring ws-queue-line delimited by "|"
               into ws-queue-seq-text ws-queue-epoch-text
                   ws-queue-feed-text ws-queue-op-text
           end-unstring

           if ws-queue-seq-text is not numeric
           or ws-queue-feed-text is not numeric then
               exit paragraph
           end-if

           add 1 to ws-pending-count
           if ws-pending-count = 1
           and ws-queue-epoch-text is numeric then
               move ws-queue-epoch-text to ws-pending-first-epoch
           end-if
           move ws-queue-seq-text to ws-pending-last-seq
           move ws-queue-feed-text to ws-pending-last-feed-id
           move ws-queue-op-text to ws-pending-last-op

      *> More feeds owed than the table holds is shipped whole.
           set ws-pending-not-found to true
           perform varying ws-pf-idx from 1 by 1
               until ws-pf-idx > ws-pending-feed-count
               if ws-pending-feed-id(ws-pf-idx) = ws-queue-feed-text
               then
                   set ws-pending-found to true
               end-if
           end-perform

           if ws-pending-not-found then
               if ws-pending-feed-count >= ws-max-pending-feeds then
                   set ws-full-shipment to true
               else
                   add 1 to ws-pending-feed-count
                   move ws-queue-feed-text
                       to ws-pending-feed-id(ws-pending-feed-count)
               end-if
           end-if

           exit paragraph.


       ship-pending.

           perform load-pending-commits

      *> A standby that has never been shipped to holds nothing -
      *> its first shipment is the whole store.
           if ws-last-shipped-seq = zero then
               set ws-full-shipment to true
           end-if

           if ws-pending-count = zero and ws-partial-shipment then
               move 1 to l-repl-status
               exit paragraph
           end-if

           if ws-pending-count = zero then
               move ws-last-queued-seq to ws-pending-last-seq
           end-if

           perform build-file-list
           perform write-marker-temp
           perform build-ship-command

           move pipe-open(ws-shell-cmd, "r") to ws-pipe-record
           if ws-pipe-return = 255 then
               move 1 to ws-ship-status
           else
               move pipe-close(ws-pipe-record) to ws-ship-status
           end-if

           move function concatenate(
               "rm -f ", function trim(ws-marker-temp-file-name))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           if ws-ship-status not = zero then
               add 1 to ws-fail-count
               move ws-now-epoch to ws-fail-epoch
               perform write-repl-position
               move 2 to l-repl-status
               call "logger" using function concatenate(
                   "WARN|Replication to ",
                   function trim(ws-replica-target),
                   " failed (status ", ws-ship-status, "); ",
                   ws-pending-count, " commit(s) still queued")
               end-call
               exit paragraph
           end-if

      *> Shipped - the position moves up and the queue empties.
           move ws-pending-last-seq to ws-last-shipped-seq
           move ws-now-epoch to ws-shipped-epoch
           if ws-pending-count > zero then
               move ws-pending-last-feed-id to ws-shipped-feed-id
               move ws-pending-last-op to ws-shipped-operation
           else
               move zero to ws-shipped-feed-id
               move "full-store" to ws-shipped-operation
           end-if
           move zero to ws-fail-count
           perform write-repl-position

           open output fd-repl-queue-file
           close fd-repl-queue-file

           move 1 to l-repl-status

           call "logger" using function concatenate(
               "Replicated ", ws-pending-count, " commit(s) to ",
               function trim(ws-replica-target), " through commit ",
               ws-last-shipped-seq)
           end-call

           exit paragraph.


       build-file-list.

      *> Content file and side stores of each committed feed, named
      *> relative to feeds/ - the shell runs there.
           move spaces to ws-file-list
           move 1 to ws-file-list-ptr

           if ws-pending-feed-count = zero then
               set ws-full-shipment to true
           end-if

           if ws-full-shipment then
               string "rss_[0-9]*" delimited by size
                   into ws-file-list
                   with pointer ws-file-list-ptr
               end-string
               exit paragraph
           end-if

           perform varying ws-pf-idx from 1 by 1
               until ws-pf-idx > ws-pending-feed-count
               move ws-pending-feed-id(ws-pf-idx) to ws-feed-id-text
               string " rss_" ws-feed-id-text ".dat* rss_"
                   ws-feed-id-text "_*"
                   delimited by size
                   into ws-file-list
                   with pointer ws-file-list-ptr
               end-string
           end-perform

           exit paragraph.


       write-marker-temp.

      *> Shipped last, as replica.dat - once it lands, the standby
      *> holds every file of this commit.
           move function concatenate(
               "standby|", ws-pending-last-seq, "|", ws-now-epoch,
               "|", function trim(ws-feeds-dir-path))
               to ws-marker-line

           move function concatenate(
               "printf '%s\n' '",
               function trim(ws-marker-line), "' > ",
               function trim(ws-marker-temp-file-name))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           exit paragraph.


       build-ship-command.

      *> Shared stores: everything in feeds/ except the content
      *> files (shipped per feed above), scratch files, the
      *> replication bookkeeping, the commit journal and the lock.
           if ws-target-is-remote then
               move function concatenate(
                   "exec 2>/dev/null; top=$(pwd); cd ",
                   function trim(ws-feeds-dir-path),
                   " && set -- $(ls ", function trim(ws-file-list),
                   " 2>/dev/null) $(find . -maxdepth 1 -type f",
                   " ! -name 'rss_[0-9]*' ! -name '*.tmp'",
                   " ! -name '*.rss' ! -name '*.raw'",
                   " ! -name 'replication_*' ! -name 'replica.dat'",
                   " ! -name 'commit_journal.dat' | sed 's|^./||')",
                   " && rsync -a --rsync-path='mkdir -p ",
                   function trim(ws-target-feeds-dir),
                   " && rsync' ""$@"" ",
                   function trim(ws-target-host), ":",
                   function trim(ws-target-feeds-dir), "/",
                   " && set -- $(ls -d articles capture backup",
                   " archive 2>/dev/null) && { [ $# -eq 0 ] ||",
                   " rsync -a ""$@"" ",
                   function trim(ws-target-host), ":",
                   function trim(ws-target-feeds-dir), "/; }",
                   " && cd ""$top"" && cd ",
                   function trim(ws-data-root-path),
                   " && set -- $(ls -d crssr.conf allowed_cmds.dat",
                   " hooks media 2>/dev/null) && { [ $# -eq 0 ] ||",
                   " rsync -a ""$@"" ",
                   function trim(ws-target-host), ":",
                   function trim(ws-target-dir), "/; }",
                   " && cd ""$top"" && rsync -a ",
                   function trim(ws-marker-temp-file-name), " ",
                   function trim(ws-target-host), ":",
                   function trim(ws-target-feeds-dir),
                   "/replica.dat")
                   to ws-shell-cmd
               exit paragraph
           end-if

      *> Local: copy under a dot name, then rename into place.
      *> Errors stay off the terminal (the curses screen may be
      *> up) - a failure is logged and reported by its status.
           move function concatenate(
               "exec 2>/dev/null; top=$(pwd); cd ",
               function trim(ws-feeds-dir-path),
               " && mkdir -p ", function trim(ws-target-feeds-dir),
               " && for f in $(ls ", function trim(ws-file-list),
               " 2>/dev/null) $(find . -maxdepth 1 -type f",
               " ! -name 'rss_[0-9]*' ! -name '*.tmp'",
               " ! -name '*.rss' ! -name '*.raw'",
               " ! -name 'replication_*' ! -name 'replica.dat'",
               " ! -name 'commit_journal.dat' | sed 's|^./||'); do",
               " [ -f ""$f"" ] || continue;",
               " cp -p ""$f"" ", function trim(ws-target-feeds-dir),
               "/.replicating && mv -f ",
               function trim(ws-target-feeds-dir), "/.replicating ",
               function trim(ws-target-feeds-dir), "/""$f"" || exit 1;",
               " done",
      *> Item stores under feeds/ and the data directory's own
      *> config, allowlist, hooks and media - only what changed
      *> since it was last copied (cp -p keeps the time).
               " && for f in $(find articles capture backup archive",
               " -type f ! -name '*.tmp' 2>/dev/null); do",
               " [ -e ", function trim(ws-target-feeds-dir),
               "/""$f"" ] &&",
               " [ ! ""$f"" -nt ", function trim(ws-target-feeds-dir),
               "/""$f"" ] && continue; mkdir -p ",
               function trim(ws-target-feeds-dir),
               "/$(dirname ""$f"") && cp -p ""$f"" ",
               function trim(ws-target-feeds-dir),
               "/.replicating && mv -f ",
               function trim(ws-target-feeds-dir), "/.replicating ",
               function trim(ws-target-feeds-dir), "/""$f"" || exit 1;",
               " done && cd ""$top"" && cd ",
               function trim(ws-data-root-path),
               " && for f in crssr.conf allowed_cmds.dat $(find",
               " hooks media -type f 2>/dev/null); do",
               " [ -f ""$f"" ] || continue;",
               " [ -e ", function trim(ws-target-dir),
               "/""$f"" ] &&",
               " [ ! ""$f"" -nt ", function trim(ws-target-dir),
               "/""$f"" ] && continue; mkdir -p ",
               function trim(ws-target-dir),
               "/$(dirname ""$f"") && cp -p ""$f"" ",
               function trim(ws-target-dir),
               "/.replicating && mv -f ",
               function trim(ws-target-dir), "/.replicating ",
               function trim(ws-target-dir), "/""$f"" || exit 1;",
               " done && cd ""$top"" && cp -p ",
               function trim(ws-marker-temp-file-name), " ",
               function trim(ws-target-feeds-dir), "/.replicating",
               " && mv -f ", function trim(ws-target-feeds-dir),
               "/.replicating ", function trim(ws-target-feeds-dir),
               "/replica.dat")
               to ws-shell-cmd

           exit paragraph.


       report-shipment.

           evaluate l-repl-status
               when 1
                   move ws-last-shipped-seq to ws-disp-count
                   display "Standby "
                       function trim(ws-replica-target)
                       " is current through commit "
                       function trim(ws-disp-count) "."
                   end-display
               when other
                   move ws-pending-count to ws-disp-count
                   display "Replication to "
                       function trim(ws-replica-target)
                       " failed - " function trim(ws-disp-count)
                       " commit(s) still queued; see the log."
                   end-display
           end-evaluate

           exit paragraph.


       report-replication-status.

           perform load-pending-commits

           display "Replication status"
           display "----------------------------------------------"

           open input fd-replica-marker-file
           if ws-replica-marker-status = "00" then
               read fd-replica-marker-file
                   at end
                       move spaces to f-replica-marker-line
               end-read
               perform split-marker-line
               display "Role:             STANDBY (read-only until "
                   "--promote-standby)"
               end-display
               display "Holds:            commit "
                   function trim(ws-marker-seq) " of "
                   function trim(ws-marker-source)
               end-display
               move 1 to l-repl-status
           end-if
           close fd-replica-marker-file

           if ws-target-not-set then
               display "Target:           (replica_target not set)"
               exit paragraph
           end-if

           display "Target:           " function trim(ws-replica-target)

           move ws-last-queued-seq to ws-disp-count
           display "Last commit:      " function trim(ws-disp-count)

           if ws-last-shipped-seq = zero then
               display "Last shipped:     (never)"
           else
               move ws-last-shipped-seq to ws-disp-count
               compute ws-lag-minutes = ws-now-epoch - ws-shipped-epoch
               move ws-lag-minutes to ws-disp-minutes
               display "Last shipped:     commit "
                   function trim(ws-disp-count) " - "
                   function trim(ws-shipped-operation)
                   " of feed " ws-shipped-feed-id ", "
                   function trim(ws-disp-minutes) " minute(s) ago"
               end-display
           end-if

      *> Lag: commits owed and how long the oldest has waited.
           move ws-pending-count to ws-lag-commits
           move ws-lag-commits to ws-disp-count
           if ws-pending-count = zero then
               display "Lag:              none - standby is current"
               move 1 to l-repl-status
           else
               compute ws-lag-minutes =
                   ws-now-epoch - ws-pending-first-epoch
               move ws-lag-minutes to ws-disp-minutes
               display "Lag:              "
                   function trim(ws-disp-count) " commit(s), oldest "
                   function trim(ws-disp-minutes) " minute(s) old"
               end-display
               move 2 to l-repl-status
           end-if

           if ws-fail-count > zero then
               move ws-fail-count to ws-disp-count
               compute ws-lag-minutes = ws-now-epoch - ws-fail-epoch
               move ws-lag-minutes to ws-disp-minutes
               display "Failures:         "
                   function trim(ws-disp-count)
                   " in a row, last " function trim(ws-disp-minutes)
                   " minute(s) ago - run --replicate to catch up"
               end-display
           end-if

           exit paragraph.


       promote-standby.

           open input fd-replica-marker-file
           if ws-replica-marker-status not = "00" then
               close fd-replica-marker-file
               display "This data directory is not a replication "
                   "standby (no feeds/replica.dat) - nothing to "
                   "promote."
               end-display
               move 3 to l-repl-status
               exit paragraph
           end-if
           read fd-replica-marker-file
               at end
                   move spaces to f-replica-marker-line
           end-read
           close fd-replica-marker-file

           move function concatenate(
               "rm -f ", function trim(ws-replica-marker-file-name))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "r") to ws-pipe-record
           if ws-pipe-return = 255 then
               move 1 to ws-ship-status
           else
               move pipe-close(ws-pipe-record) to ws-ship-status
           end-if

           if ws-ship-status not = zero then
               display "Unable to remove "
                   function trim(ws-replica-marker-file-name)
                   " - standby not promoted."
               end-display
               move 2 to l-repl-status
               exit paragraph
           end-if

           perform split-marker-line

           perform check-promoted-config

           move "PROMOTE" to ws-audit-op
           move zero to ws-audit-feed-id
           move spaces to ws-audit-link
           move function concatenate(
               "standby promoted to primary at commit ",
               function trim(ws-marker-seq), " of ",
               function trim(ws-marker-source))
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-audit-feed-id ws-audit-link
               ws-audit-detail
           end-call

           display "Standby promoted to primary at commit "
               function trim(ws-marker-seq) " of "
               function trim(ws-marker-source) "."
           end-display
           display "Point COB_RSSR_HOME (cron and users) at this "
               "data directory, and set replica_target here to "
               "start a new standby."
           end-display

           call "logger" using function trim(ws-audit-detail)

           move 1 to l-repl-status

           exit paragraph.


       check-promoted-config.

      *> Without crssr.conf the new primary runs on defaults, and
      *> without allowed_cmds.dat every configured command runs -
      *> say so loudly rather than refuse a recovery.
           move spaces to ws-promote-missing

           move "crssr.conf" to ws-promote-check-name
           perform check-one-promoted-file
           move "allowed_cmds.dat" to ws-promote-check-name
           perform check-one-promoted-file

           if ws-promote-missing = spaces then
               exit paragraph
           end-if

           move "PROMOTE-WARN" to ws-audit-op
           move zero to ws-audit-feed-id
           move spaces to ws-audit-link
           move function concatenate(
               "standby promoted without ",
               function trim(ws-promote-missing), " - running on ",
               "default config / no command allowlist")
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-audit-feed-id ws-audit-link
               ws-audit-detail
           end-call

           call "logger" using function concatenate(
               "WARN|", function trim(ws-audit-detail))
           end-call

           display "WARNING: this data directory has no "
               function trim(ws-promote-missing)
               " - copy from the old primary (or a snapshot) "
               "before running refreshes here."
           end-display

           exit paragraph.


       check-one-promoted-file.

           move function resolve-data-path(
               function trim(ws-promote-check-name))
               to ws-promote-check-file
           move function concatenate(
               "test -f ", function trim(ws-promote-check-file))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "r") to ws-pipe-record
           if ws-pipe-return = 255 then
               exit paragraph
           end-if
           move pipe-close(ws-pipe-record) to ws-ship-status

           if ws-ship-status not = zero then
               move function concatenate(
                   function trim(ws-promote-missing), " ",
                   function trim(ws-promote-check-name))
                   to ws-promote-missing
           end-if

           exit paragraph.


       split-marker-line.

      *> standby|<commit>|<shipped epoch minutes>|<primary feeds/>
           move spaces to ws-marker-role ws-marker-seq
           move spaces to ws-marker-epoch ws-marker-source
           unstring f-replica-marker-line delimited by "|"
               into ws-marker-role ws-marker-seq ws-marker-epoch
                   ws-marker-source
           end-unstring

           if ws-marker-seq is numeric then
               move function numval(ws-marker-seq) to ws-disp-count
               move function trim(ws-disp-count) to ws-marker-seq
           end-if

           exit paragraph.

       end program rss-replication.
