      *>          the same configured download command rss-downloader
      *>          uses, strips the HTML to plain text, and stores it
      *>          there so the item can be read with no connection.
      *>          The raw download is put through rss-download-scan
      *>          first; a page that fails is quarantined, not kept.
      *>          rss-article-batch fetches every unread item's
      *>          article across all feeds in one unattended pass.
      *> Tectonics:
       01  ls-shell-cmd                    pic x(1024) value spaces.
       01  ls-shell-status                 pic s9(4) value zero.

       01  ls-scan-op                      pic x value 'S'.
       01  ls-scan-status                  pic 9 value zero.
       copy "./copybooks/wsrecord/ws-scan-request.cpy"
           replacing leading ==ws== by ==ls==.

       linkage section.
       01  l-item-guid                     pic x(256).
       01  l-item-link                     pic x(256).
           88  l-return-status-success     value 1.
           88  l-return-status-fail        value 2.
           88  l-return-status-no-link     value 3.
           88  l-return-status-quarantined value 4.

       procedure division
           using l-item-guid, l-item-link
               goback
           end-if

      *> Nothing reaches the articles store unchecked.
           initialize ls-scan-request
           set ls-scan-article to true
           move ls-fetch-temp-path to ls-scan-path
           move ls-article-path(
               function length(function trim(ls-articles-dir)) + 2:)
               to ls-scan-name
           move l-item-link to ls-scan-url
           call "rss-download-scan" using
               ls-scan-op ls-scan-request ls-scan-status
           end-call
           cancel "rss-download-scan"

           if ls-scan-status not = 1 then
               call "logger" using function concatenate(
                   "Article fetch: download quarantined (",
                   function trim(ls-scan-reason), "): ",
                   function trim(l-item-link))
               end-call
               set l-return-status-quarantined to true
               goback
           end-if

      *> Strip the markup down to readable text: drop script/style
      *> blocks, then every remaining tag, then collapse the blank
      *> lines the removals leave behind.
       77  ws-fetch-status                   pic 9 value zero.
       77  ws-fetched-count                  pic 9(6) value zero.
       77  ws-failed-count                   pic 9(6) value zero.
       77  ws-quarantined-count              pic 9(6) value zero.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           display function concatenate(
               "Article fetch complete. Stored: ",
               function trim(ws-fetched-count),
               " Failed: ", function trim(ws-failed-count),
               " Quarantined: ", function trim(ws-quarantined-count))
           end-display

           call "logger" using function concatenate(
               "Batch article fetch complete. Stored: ",
               ws-fetched-count, " Failed: ", ws-failed-count,
               " Quarantined: ", ws-quarantined-count)
           end-call

           goback.
                       ws-item-link(ws-item-idx))
                       to ws-fetch-status

                   evaluate ws-fetch-status
                       when 1
                           add 1 to ws-fetched-count
                       when 4
                           add 1 to ws-quarantined-count
                       when other
                           add 1 to ws-failed-count
                   end-evaluate
               end-if

           end-perform
