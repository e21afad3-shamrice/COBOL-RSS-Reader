      *>          compares feeds/layout.ver against the build's
      *>          current layout version so restores and upgrades
      *>          stop being russian roulette; rss-migrate-data
      *>          upgrades older list.dat and content .dat files in
      *>          place (with .vN.bak backups) and stamps the
      *>          version file.
      *> Tectonics:
      *>     ./build.sh
               assign to dynamic ws-old-content-file-name
               status is ws-old-content-status.

      *> Version-3 list - unchanged through version 6, same key
      *> structure as before.
               select optional fd-old3-list-file
               assign to dynamic ws-old-list-file-name
               organization is indexed
               access is sequential
               record key is f-old3-rss-link
               alternate record key is f-old3-rss-feed-id
               file status is ws-old-list-status.

      *> Version-7 list - the current record, carried over as is
      *> while the content files are converted.
               select optional fd-old7-list-file
               assign to dynamic ws-old-list-file-name
               organization is indexed
               access is sequential
               record key is f-old7-rss-link
               alternate record key is f-old7-rss-feed-id
               file status is ws-old-list-status.

      *> Version-3 through -7 content files, each with its own item
      *> size.
               select optional fd-old3-content-file
               assign to dynamic ws-old-content-file-name
               status is ws-old-content-status.

               select optional fd-old4-content-file
               assign to dynamic ws-old-content-file-name
               status is ws-old-content-status.

               select optional fd-old5-content-file
               assign to dynamic ws-old-content-file-name
               status is ws-old-content-status.

               select optional fd-old6-content-file
               assign to dynamic ws-old-content-file-name
               status is ws-old-content-status.

               select optional fd-old7-content-file
               assign to dynamic ws-old-content-file-name
               status is ws-old-content-status.

      *> Version-2 item state side-car (rss_<id>.itm and the
      *> per-operator overlays) and its current-layout replacement.
               select optional fd-old-itm-file
               record key is f-old-itm-guid
               file status is ws-old-itm-status.

               select optional fd-old3-itm-file
               assign to dynamic ws-old-itm-file-name
               organization is indexed
               access is sequential
               record key is f-old3-itm-guid
               file status is ws-old-itm-status.

               copy "./copybooks/filecontrol/rss_item_state_file.cpy".

      *> Listing of the side-car files found in the feeds directory.
                   10  f-old2-item-prev-desc pic x(256).
                   10  f-old2-item-desc-more pic a.

      *> A version-3 list record is the current one up to and
      *> including the legal hold flag - the rights fields were
      *> appended after it, so the old record carries over as one
      *> block. Only the keys are broken out.
           FD fd-old3-list-file.
           01  f-old3-list-record.
               05  f-old3-rss-feed-id        pic 9(5).
               05  filler                    pic x(257).
               05  f-old3-rss-link           pic x(256).
               05  filler                    pic x(993).
           01  f-old3-list-data              pic x(1511).

      *> A version-7 list record is the current one - only the keys
      *> are broken out.
           FD fd-old7-list-file.
           01  f-old7-list-record.
               05  f-old7-rss-feed-id        pic 9(5).
               05  filler                    pic x(257).
               05  f-old7-rss-link           pic x(256).
               05  filler                    pic x(1122).
           01  f-old7-list-data              pic x(1640).

      *> A version-3 item is the current item group up to and
      *> including the author - every later field was appended
      *> after it, so the old item carries over as one block.
           FD fd-old3-content-file.
           01  f-old3-content-record.
               05  f-old3-feed-id            pic 9(5).
               05  f-old3-feed-title         pic x(128).
               05  f-old3-feed-site-link     pic x(256).
               05  f-old3-feed-desc          pic x(256).
               05  f-old3-num-items          pic 9(6).
               05  f-old3-items              occurs 0 to 20000 times
                                        depending on f-old3-num-items.
                   10  f-old3-item-data      pic x(2678).

      *> A version-4 item is the current item group up to and
      *> including the backdated/future-dated flag.
           FD fd-old4-content-file.
           01  f-old4-content-record.
               05  f-old4-feed-id            pic 9(5).
               05  f-old4-feed-title         pic x(128).
               05  f-old4-feed-site-link     pic x(256).
               05  f-old4-feed-desc          pic x(256).
               05  f-old4-num-items          pic 9(6).
               05  f-old4-items              occurs 0 to 20000 times
                                        depending on f-old4-num-items.
                   10  f-old4-item-data      pic x(2699).

      *> A version-5 item is the current item group up to and
      *> including the canonical link.
           FD fd-old5-content-file.
           01  f-old5-content-record.
               05  f-old5-feed-id            pic 9(5).
               05  f-old5-feed-title         pic x(128).
               05  f-old5-feed-site-link     pic x(256).
               05  f-old5-feed-desc          pic x(256).
               05  f-old5-num-items          pic 9(6).
               05  f-old5-items              occurs 0 to 20000 times
                                        depending on f-old5-num-items.
                   10  f-old5-item-data      pic x(2955).

      *> A version-6 item is the current item group up to and
      *> including the replay-guard held flag.
           FD fd-old6-content-file.
           01  f-old6-content-record.
               05  f-old6-feed-id            pic 9(5).
               05  f-old6-feed-title         pic x(128).
               05  f-old6-feed-site-link     pic x(256).
               05  f-old6-feed-desc          pic x(256).
               05  f-old6-num-items          pic 9(6).
               05  f-old6-items              occurs 0 to 20000 times
                                        depending on f-old6-num-items.
                   10  f-old6-item-data      pic x(2956).

      *> A version-7 item is the current item group up to and
      *> including the rights text.
           FD fd-old7-content-file.
           01  f-old7-content-record.
               05  f-old7-feed-id            pic 9(5).
               05  f-old7-feed-title         pic x(128).
               05  f-old7-feed-site-link     pic x(256).
               05  f-old7-feed-desc          pic x(256).
               05  f-old7-num-items          pic 9(6).
               05  f-old7-items              occurs 0 to 20000 times
                                        depending on f-old7-num-items.
                   10  f-old7-item-data      pic x(3084).

           FD fd-old-itm-file.
           01  f-old-itm-record.
               05  f-old-itm-guid            pic x(256).
               05  f-old-itm-tags            pic x(64).
               05  f-old-itm-open-count      pic 9(5).

           FD fd-old3-itm-file.
           01  f-old3-itm-record.
               05  f-old3-itm-guid           pic x(256).
               05  f-old3-itm-read           pic a.
               05  f-old3-itm-tags           pic x(64).
               05  f-old3-itm-open-count     pic 9(5).
               05  f-old3-itm-snooze-until   pic 9(10).

           copy
            "./copybooks/filedescriptor/fd_rss_item_state_file.cpy".

               move 1 to ws-stored-version
           end-if

           evaluate ws-stored-version
               when 1
                   move ".v1.bak" to ws-backup-suffix
               when 2
                   move ".v2.bak" to ws-backup-suffix
               when 3
                   move ".v3.bak" to ws-backup-suffix
               when 4
                   move ".v4.bak" to ws-backup-suffix
               when 5
                   move ".v5.bak" to ws-backup-suffix
               when 6
                   move ".v6.bak" to ws-backup-suffix
               when other
                   move ".v7.bak" to ws-backup-suffix
           end-evaluate

           display "Migrating data files from layout version "
               ws-stored-version " to "

           set ws-not-eof to true

           evaluate ws-stored-version
               when 1
                   perform convert-list-from-v1
               when 2
                   perform convert-list-from-v2
               when 3 thru 6
                   perform convert-list-from-v3
               when other
                   perform convert-list-from-v7
           end-evaluate

           if ws-list-convert-failed then
      *> The conversion pass above reported its own failure.
               goback
           end-if

      *> Version-2 and later directories carry item state side-cars
      *> whose record also grew - convert them in place too. The
      *> side-car has not changed since version 4.
           if ws-stored-version > 1 and ws-stored-version < 4 then
               perform convert-item-state-files
           end-if

      *> Swap the rebuilt index into place.
           perform swap-rebuilt-list
           if ws-list-convert-failed then
               goback
           end-if

           goback.


       swap-rebuilt-list.

           move function concatenate(
               "mv ", function trim(ws-new-list-file-name), " ",
               function trim(ws-old-list-file-name))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           if ws-pipe-return not = zero then
               display "Unable to swap the migrated list.dat into "
                   "place. The original file is untouched."
               end-display
               set ws-list-convert-failed to true
           end-if

           exit paragraph.


       load-stored-layout-version.

           move zero to ws-stored-version
           exit paragraph.


       convert-list-from-v3.

      *> The version-3 list record (unchanged through version 6) is
      *> the current one less the rights fields on the end: each
      *> record is carried over as one block - the new fields come
      *> up at their spaces defaults - and each feed's content file
      *> is converted under the item size its version used.
           set ws-list-convert-failed to true

           open input fd-old3-list-file

           if ws-old-list-status not = zero then
               display function concatenate(
                   "Unable to open the old list.dat for migration ",
                   "(file status ", ws-old-list-status,
                   "). Nothing was changed.")
               end-display
               call "logger" using function concatenate(
                   "Migration aborted - old list.dat open failed ",
                   "with status ", ws-old-list-status)
               end-call
               close fd-old3-list-file
               exit paragraph
           end-if

           open i-o fd-rss-list-file

               perform until ws-eof
                   read fd-old3-list-file next record
                       at end set ws-eof to true
                   not at end
                       perform migrate-one-list-record-v3
                   end-read
               end-perform

           close fd-old3-list-file
           close fd-rss-list-file

           set ws-list-convert-ok to true

           exit paragraph.


       migrate-one-list-record-v3.

           move f-old3-list-data to ws-rss-list-record

           write f-rss-list-record from ws-rss-list-record
               invalid key
                   display "Duplicate key while migrating feed id "
                       f-old3-rss-feed-id " - skipped."
                   end-display
               not invalid key
                   add 1 to ws-feeds-migrated
                   evaluate ws-stored-version
                       when 3
                           perform migrate-one-content-file-v3
                       when 4
                           perform migrate-one-content-file-v4
                       when 5
                           perform migrate-one-content-file-v5
                       when 6
                           perform migrate-one-content-file-v6
                       when other
                           perform migrate-one-content-file-v7
                   end-evaluate
           end-write

           exit paragraph.


       migrate-one-content-file-v3.

           move function trim(ws-rss-dat-file-name)
               to ws-old-content-file-name

           move function concatenate(
               "cp ", function trim(ws-old-content-file-name), " ",
               function trim(ws-old-content-file-name),
               function trim(ws-backup-suffix), " 2>/dev/null")
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           move zero to f-old3-num-items

           open input fd-old3-content-file

           if ws-old-content-status not = zero then
               close fd-old3-content-file
      *> No content file yet for this feed - nothing to convert.
               exit paragraph
           end-if

           read fd-old3-content-file
               at end
                   close fd-old3-content-file
                   exit paragraph
           end-read

           close fd-old3-content-file

           initialize ws-rss-record
           move f-old3-feed-id        to ws-feed-id
           move f-old3-feed-title     to ws-feed-title
           move f-old3-feed-site-link to ws-feed-site-link
           move f-old3-feed-desc      to ws-feed-desc
           move f-old3-num-items      to ws-num-items

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               move f-old3-item-data(ws-item-idx)
                   to ws-items(ws-item-idx)
               move zero to ws-item-cmt-count(ws-item-idx)
               move zero to ws-item-cmt-seen(ws-item-idx)
               move zero to ws-item-first-read(ws-item-idx)
      *> Nobody recorded when these were first ingested - the
      *> publisher's date is the best first-seen there is.
               move space to ws-item-date-flag(ws-item-idx)
               move ws-item-pub-epoch-min(ws-item-idx)
                   to ws-item-first-seen(ws-item-idx)

               add 1 to ws-items-migrated
           end-perform

           move function trim(ws-rss-dat-file-name)
               to ws-rss-content-file-name

           open output fd-rss-content-file
               write f-rss-content-record from ws-rss-record
               end-write
           close fd-rss-content-file

           exit paragraph.


       migrate-one-content-file-v4.

           move function trim(ws-rss-dat-file-name)
               to ws-old-content-file-name

           move function concatenate(
               "cp ", function trim(ws-old-content-file-name), " ",
               function trim(ws-old-content-file-name),
               function trim(ws-backup-suffix), " 2>/dev/null")
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           move zero to f-old4-num-items

           open input fd-old4-content-file

           if ws-old-content-status not = zero then
               close fd-old4-content-file
      *> No content file yet for this feed - nothing to convert.
               exit paragraph
           end-if

           read fd-old4-content-file
               at end
                   close fd-old4-content-file
                   exit paragraph
           end-read

           close fd-old4-content-file

           initialize ws-rss-record
           move f-old4-feed-id        to ws-feed-id
           move f-old4-feed-title     to ws-feed-title
           move f-old4-feed-site-link to ws-feed-site-link
           move f-old4-feed-desc      to ws-feed-desc
           move f-old4-num-items      to ws-num-items

      *> The canonical link comes up blank and is worked out by the
      *> feed's next refresh; until then readers use the link.
           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               move f-old4-item-data(ws-item-idx)
                   to ws-items(ws-item-idx)
               move zero to ws-item-cmt-count(ws-item-idx)
               move zero to ws-item-cmt-seen(ws-item-idx)

               add 1 to ws-items-migrated
           end-perform

           move function trim(ws-rss-dat-file-name)
               to ws-rss-content-file-name

           open output fd-rss-content-file
               write f-rss-content-record from ws-rss-record
               end-write
           close fd-rss-content-file

           exit paragraph.


       migrate-one-content-file-v5.

           move function trim(ws-rss-dat-file-name)
               to ws-old-content-file-name

           move function concatenate(
               "cp ", function trim(ws-old-content-file-name), " ",
               function trim(ws-old-content-file-name),
               function trim(ws-backup-suffix), " 2>/dev/null")
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           move zero to f-old5-num-items

           open input fd-old5-content-file

           if ws-old-content-status not = zero then
               close fd-old5-content-file
      *> No content file yet for this feed - nothing to convert.
               exit paragraph
           end-if

           read fd-old5-content-file
               at end
                   close fd-old5-content-file
                   exit paragraph
           end-read

           close fd-old5-content-file

           initialize ws-rss-record
           move f-old5-feed-id        to ws-feed-id
           move f-old5-feed-title     to ws-feed-title
           move f-old5-feed-site-link to ws-feed-site-link
           move f-old5-feed-desc      to ws-feed-desc
           move f-old5-num-items      to ws-num-items

      *> Nothing was ever held before the replay guard - every item
      *> comes over published.
           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               move f-old5-item-data(ws-item-idx)
                   to ws-items(ws-item-idx)
               move zero to ws-item-cmt-count(ws-item-idx)
               move zero to ws-item-cmt-seen(ws-item-idx)

               add 1 to ws-items-migrated
           end-perform

           move function trim(ws-rss-dat-file-name)
               to ws-rss-content-file-name

           open output fd-rss-content-file
               write f-rss-content-record from ws-rss-record
               end-write
           close fd-rss-content-file

           exit paragraph.


       migrate-one-content-file-v6.

           move function trim(ws-rss-dat-file-name)
               to ws-old-content-file-name

           move function concatenate(
               "cp ", function trim(ws-old-content-file-name), " ",
               function trim(ws-old-content-file-name),
               function trim(ws-backup-suffix), " 2>/dev/null")
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           move zero to f-old6-num-items

           open input fd-old6-content-file

           if ws-old-content-status not = zero then
               close fd-old6-content-file
      *> No content file yet for this feed - nothing to convert.
               exit paragraph
           end-if

           read fd-old6-content-file
               at end
                   close fd-old6-content-file
                   exit paragraph
           end-read

           close fd-old6-content-file

           initialize ws-rss-record
           move f-old6-feed-id        to ws-feed-id
           move f-old6-feed-title     to ws-feed-title
           move f-old6-feed-site-link to ws-feed-site-link
           move f-old6-feed-desc      to ws-feed-desc
           move f-old6-num-items      to ws-num-items

      *> No rights text was captured before - the next refresh
      *> fills it in from the feed.
           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               move f-old6-item-data(ws-item-idx)
                   to ws-items(ws-item-idx)
               move zero to ws-item-cmt-count(ws-item-idx)
               move zero to ws-item-cmt-seen(ws-item-idx)

               add 1 to ws-items-migrated
           end-perform

           move function trim(ws-rss-dat-file-name)
               to ws-rss-content-file-name

           open output fd-rss-content-file
               write f-rss-content-record from ws-rss-record
               end-write
           close fd-rss-content-file

           exit paragraph.


       convert-list-from-v7.

      *> The version-7 list record is the current one: each record
      *> is carried over unchanged and each feed's content file is
      *> converted to the version-8 item size.
           set ws-list-convert-failed to true

           open input fd-old7-list-file

           if ws-old-list-status not = zero then
               display function concatenate(
                   "Unable to open the old list.dat for migration ",
                   "(file status ", ws-old-list-status,
                   "). Nothing was changed.")
               end-display
               call "logger" using function concatenate(
                   "Migration aborted - old list.dat open failed ",
                   "with status ", ws-old-list-status)
               end-call
               close fd-old7-list-file
               exit paragraph
           end-if

           open i-o fd-rss-list-file

               perform until ws-eof
                   read fd-old7-list-file next record
                       at end set ws-eof to true
                   not at end
                       perform migrate-one-list-record-v7
                   end-read
               end-perform

           close fd-old7-list-file
           close fd-rss-list-file

           set ws-list-convert-ok to true

           exit paragraph.


       migrate-one-list-record-v7.

           move f-old7-list-data to ws-rss-list-record

           write f-rss-list-record from ws-rss-list-record
               invalid key
                   display "Duplicate key while migrating feed id "
                       f-old7-rss-feed-id " - skipped."
                   end-display
               not invalid key
                   add 1 to ws-feeds-migrated
                   perform migrate-one-content-file-v7
           end-write

           exit paragraph.


       migrate-one-content-file-v7.

           move function trim(ws-rss-dat-file-name)
               to ws-old-content-file-name

           move function concatenate(
               "cp ", function trim(ws-old-content-file-name), " ",
               function trim(ws-old-content-file-name),
               function trim(ws-backup-suffix), " 2>/dev/null")
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           move zero to f-old7-num-items

           open input fd-old7-content-file

           if ws-old-content-status not = zero then
               close fd-old7-content-file
      *> No content file yet for this feed - nothing to convert.
               exit paragraph
           end-if

           read fd-old7-content-file
               at end
                   close fd-old7-content-file
                   exit paragraph
           end-read

           close fd-old7-content-file

           initialize ws-rss-record
           move f-old7-feed-id        to ws-feed-id
           move f-old7-feed-title     to ws-feed-title
           move f-old7-feed-site-link to ws-feed-site-link
           move f-old7-feed-desc      to ws-feed-desc
           move f-old7-num-items      to ws-num-items

      *> No comment data was captured before - the next refresh
      *> fills it in from the feed.
           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               move f-old7-item-data(ws-item-idx)
                   to ws-items(ws-item-idx)
               move zero to ws-item-cmt-count(ws-item-idx)
               move zero to ws-item-cmt-seen(ws-item-idx)

               add 1 to ws-items-migrated
           end-perform

           move function trim(ws-rss-dat-file-name)
               to ws-rss-content-file-name

           open output fd-rss-content-file
               write f-rss-content-record from ws-rss-record
               end-write
           close fd-rss-content-file

           exit paragraph.


       migrate-one-list-record-v2.

           initialize ws-rss-list-record

           set ws-itm-rec-not-eof to true

           if ws-stored-version > 2 then
               perform convert-item-state-file-v3
               exit paragraph
           end-if

           open input fd-old-itm-file

           if ws-old-itm-status not = zero then
           exit paragraph.


       convert-item-state-file-v3.

           open input fd-old3-itm-file

           if ws-old-itm-status not = zero then
               call "logger" using function concatenate(
                   "Skipping unreadable item state side-car ",
                   "(status ", ws-old-itm-status, "): ",
                   function trim(ws-old-itm-file-name))
               end-call
               close fd-old3-itm-file
               exit paragraph
           end-if

           open i-o fd-rss-item-state-file

               perform until ws-itm-rec-eof
                   read fd-old3-itm-file next record
                       at end set ws-itm-rec-eof to true
                   not at end
                       initialize f-item-state-record
                       move f-old3-itm-guid to f-itm-guid
                       move f-old3-itm-read to f-itm-read
                       move f-old3-itm-tags to f-itm-tags
                       move f-old3-itm-open-count
                           to f-itm-open-count
                       move f-old3-itm-snooze-until
                           to f-itm-snooze-until
                       write f-item-state-record
                           invalid key
                               continue
                       end-write
                   end-read
               end-perform

           close fd-old3-itm-file
           close fd-rss-item-state-file

           move function concatenate(
               "mv ", function trim(ws-rss-item-state-file-name),
               " ", function trim(ws-old-itm-file-name))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           add 1 to ws-itm-files-converted

           exit paragraph.


       migrate-one-list-record.

           initialize ws-rss-list-record
