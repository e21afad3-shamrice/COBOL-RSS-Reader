      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Replacement URL proposals for quarantined feeds.
      *>          A feed that fails every refresh has usually moved
      *>          rather than died, and its own web site normally
      *>          advertises the new location - so when a feed
      *>          enters quarantine its site link is run through
      *>          feed discovery (discover-feed-links) and every
      *>          candidate other than the dead URL is put through
      *>          the URL validity check (check-feed-url). What is
      *>          found is kept in feeds/url_proposals.dat, one line
      *>          per proposed URL:
      *>          id|url|Y/N (answered the check)|found|title
      *>          and listed on the Feed Health screen, where the
      *>          owner can move the subscription with one key.
      *>          Operations:
      *>          'D' - discover for one feed (replaces whatever was
      *>                proposed for it before; status 2 = nothing
      *>                found);
      *>          'A' - hand back every proposal on file;
      *>          'C' - clear one feed's proposals (accepted, or the
      *>                feed recovered on its own).
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-url-proposals.

       environment division.

       configuration section.

       repository.
           function discover-feed-links
           function check-feed-url
           function rss-epoch-minutes
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-proposal-file
               assign to dynamic ws-proposal-file-name
               organization is line sequential.

               copy "./copybooks/filecontrol/rss_content_file.cpy".

       data division.
       file section.
           FD fd-proposal-file.
           01  f-proposal-line-raw            pic x(420).

           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".

       working-storage section.

       copy "./copybooks/wsrecord/ws-url-proposal-record.cpy".

       77  ws-proposal-file-name             pic x(256) value spaces.
       77  ws-proposal-line                  pic x(420) value spaces.
       77  ws-rss-content-file-name          pic x(256) value spaces.

       78  ws-max-proposals                  value 200.
       77  ws-prop-idx                       pic 9(3) value zero.
       77  ws-prop-keep-count                pic 9(3) value zero.
       77  ws-prop-added                     pic 9(2) value zero.
       77  ws-prop-added-disp                pic z9.

       77  ws-field-id                       pic x(8) value spaces.
       77  ws-field-found                    pic x(12) value spaces.

      *> Where discovery looks: the site link the feed itself
      *> publishes, else the root of the host the feed lives on.
       77  ws-site-url                       pic x(256) value spaces.
       77  ws-url-scheme                     pic x(16) value spaces.
       77  ws-url-rest                       pic x(256) value spaces.
       77  ws-url-host                       pic x(128) value spaces.

      *> Discovery probe hand-off - same shape add-feed uses.
       01  ws-discovered-feeds.
           05  ws-candidate occurs 10 times.
               10  ws-candidate-url          pic x(256)
                                             value spaces.
               10  ws-candidate-title        pic x(128)
                                             value spaces.
           05  ws-candidate-count            pic 9(2) value zero.

       77  ws-discover-status                pic 9 value zero.
       77  ws-candidate-idx                  pic 9(2) value zero.

       01  ws-changed-sw                     pic a value 'N'.
           88  ws-table-changed              value 'Y'.
           88  ws-table-unchanged            value 'N'.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       01  ws-dup-sw                         pic a value 'N'.
           88  ws-candidate-dup              value 'Y'.
           88  ws-candidate-new              value 'N'.

       linkage section.

       01  l-proposal-op                     pic x.
           88  l-discover-proposals          value 'D'.
           88  l-all-proposals               value 'A'.
           88  l-clear-proposals             value 'C'.

       01  l-feed-id                         pic 9(5).
       01  l-feed-url                        pic x(256).
       01  l-feed-dat-file                   pic x(128).

       copy "./copybooks/wsrecord/ws-url-proposal-record.cpy"
           replacing leading ==ws== by ==l==.

       01  l-proposal-status                 pic 9.
           88  l-proposal-ok                 value 1.
           88  l-proposal-none               value 2.

       procedure division using
           l-proposal-op, l-feed-id, l-feed-url,
           l-feed-dat-file, l-url-proposal-table,
           l-proposal-status.

       main-procedure.

           move function resolve-data-path("feeds/url_proposals.dat")
               to ws-proposal-file-name

           set l-proposal-ok to true
           set ws-table-unchanged to true
           perform load-proposals

           evaluate true
               when l-discover-proposals
                   perform remove-feed-proposals
                   perform discover-feed-proposals
               when l-all-proposals
                   move ws-url-proposal-table to l-url-proposal-table
               when l-clear-proposals
                   perform remove-feed-proposals
           end-evaluate

           if ws-table-changed then
               perform save-proposals
           end-if

           goback.


       discover-feed-proposals.

           move zero to ws-prop-added
           set l-proposal-none to true

      *> Command feeds (exec:) have no site to look at.
           if l-feed-url(1:4) not = "http" then
               exit paragraph
           end-if

           perform find-feed-site-url
           if ws-site-url = spaces then
               exit paragraph
           end-if

           call "logger" using function concatenate(
               "Looking for a replacement URL for quarantined feed ",
               l-feed-id, " on ", function trim(ws-site-url))
           end-call

           move spaces to ws-discovered-feeds
           move zero to ws-candidate-count

           move function discover-feed-links(
               ws-site-url, ws-discovered-feeds)
               to ws-discover-status

           if ws-discover-status = 1 then
               perform varying ws-candidate-idx from 1 by 1
                   until ws-candidate-idx > ws-candidate-count
                   or ws-proposal-count >= ws-max-proposals
                   perform note-candidate-proposal
               end-perform
           end-if

           move ws-prop-added to ws-prop-added-disp
           if ws-prop-added > zero then
               set l-proposal-ok to true
               call "logger" using function concatenate(
                   function trim(ws-prop-added-disp),
                   " replacement URL(s) proposed for feed ",
                   l-feed-id, " - see Feed Health.")
               end-call
           else
               call "logger" using function concatenate(
                   "No replacement URL found for feed ",
                   l-feed-id, " on ",
                   function trim(ws-site-url))
               end-call
           end-if

           exit paragraph.


       find-feed-site-url.

           move spaces to ws-site-url

           if l-feed-dat-file not = spaces then
               move function trim(l-feed-dat-file)
                   to ws-rss-content-file-name
               open input fd-rss-content-file
                   read fd-rss-content-file
                       at end continue
                   not at end
                       move f-feed-site-link to ws-site-url
                   end-read
               close fd-rss-content-file
           end-if

           if ws-site-url(1:4) = "http" then
               exit paragraph
           end-if

      *> No usable site link - fall back to the feed host's root.
           move spaces to ws-site-url ws-url-scheme ws-url-rest
               ws-url-host
           unstring l-feed-url delimited by "://"
               into ws-url-scheme ws-url-rest
           end-unstring
           unstring ws-url-rest delimited by "/" or "?" or "#"
               into ws-url-host
           end-unstring

           if ws-url-host not = spaces then
               move function concatenate(
                   function trim(ws-url-scheme), "://",
                   function trim(ws-url-host), "/")
                   to ws-site-url
           end-if

           exit paragraph.


       note-candidate-proposal.

           if ws-candidate-url(ws-candidate-idx) = spaces
           or function trim(ws-candidate-url(ws-candidate-idx))
               = function trim(l-feed-url) then
               exit paragraph
           end-if

           set ws-candidate-new to true
           perform varying ws-prop-idx from 1 by 1
               until ws-prop-idx > ws-proposal-count
               move ws-proposal-entry(ws-prop-idx)
                   to ws-url-proposal-record
               if ws-proposal-feed-id = l-feed-id
               and ws-proposal-url
                   = ws-candidate-url(ws-candidate-idx) then
                   set ws-candidate-dup to true
               end-if
           end-perform

           if ws-candidate-dup then
               exit paragraph
           end-if

           initialize ws-url-proposal-record
           move l-feed-id to ws-proposal-feed-id
           move ws-candidate-url(ws-candidate-idx) to ws-proposal-url
           move ws-candidate-title(ws-candidate-idx)
               to ws-proposal-title
           move function rss-epoch-minutes to ws-proposal-found-epoch

           if function check-feed-url(
               function trim(ws-proposal-url)) = 1 then
               set ws-proposal-reachable to true
           else
               set ws-proposal-unreachable to true
           end-if

           add 1 to ws-proposal-count
           move ws-url-proposal-record
               to ws-proposal-entry(ws-proposal-count)
           add 1 to ws-prop-added
           set ws-table-changed to true

           exit paragraph.


       remove-feed-proposals.

           move zero to ws-prop-keep-count

           perform varying ws-prop-idx from 1 by 1
               until ws-prop-idx > ws-proposal-count
               if ws-proposal-entry(ws-prop-idx)(1:5)
                   = l-feed-id then
                   set ws-table-changed to true
               else
                   add 1 to ws-prop-keep-count
                   move ws-proposal-entry(ws-prop-idx)
                       to ws-proposal-entry(ws-prop-keep-count)
               end-if
           end-perform

           move ws-prop-keep-count to ws-proposal-count

           exit paragraph.


       load-proposals.

           move zero to ws-proposal-count
           set ws-not-eof to true

           open input fd-proposal-file
               perform until ws-eof
                   read fd-proposal-file into ws-proposal-line
                       at end set ws-eof to true
                   not at end
                       perform load-one-proposal
                   end-read
               end-perform
           close fd-proposal-file

           exit paragraph.


       load-one-proposal.

           if ws-proposal-count >= ws-max-proposals then
               exit paragraph
           end-if

           initialize ws-url-proposal-record
           move spaces to ws-field-id ws-field-found
           unstring ws-proposal-line delimited by "|"
               into ws-field-id ws-proposal-url ws-proposal-checked
                    ws-field-found ws-proposal-title
           end-unstring

           if function trim(ws-field-id) is not numeric
           or ws-proposal-url = spaces then
               exit paragraph
           end-if
           move function numval(ws-field-id) to ws-proposal-feed-id

           if not ws-proposal-reachable then
               set ws-proposal-unreachable to true
           end-if
           if function trim(ws-field-found) is numeric then
               move function numval(ws-field-found)
                   to ws-proposal-found-epoch
           end-if

           add 1 to ws-proposal-count
           move ws-url-proposal-record
               to ws-proposal-entry(ws-proposal-count)

           exit paragraph.


       save-proposals.

      *> Titles come from the publisher's page - a '|' in one would
      *> split the line on the next load.
           open output fd-proposal-file
               perform varying ws-prop-idx from 1 by 1
                   until ws-prop-idx > ws-proposal-count
                   move ws-proposal-entry(ws-prop-idx)
                       to ws-url-proposal-record
                   inspect ws-proposal-title replacing all "|" by "/"
                   move function concatenate(
                       ws-proposal-feed-id, "|",
                       function trim(ws-proposal-url), "|",
                       ws-proposal-checked, "|",
                       ws-proposal-found-epoch, "|",
                       function trim(ws-proposal-title))
                       to ws-proposal-line
                   write f-proposal-line-raw from ws-proposal-line
               end-perform
           close fd-proposal-file

           exit paragraph.

       end program rss-url-proposals.
