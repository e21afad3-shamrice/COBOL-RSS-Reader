           function get-config
           function pipe-open
           function pipe-close
           function rss-local-date
           function rss-command-allowed
           function count-words.

       special-names.

       77  ws-report-file-name               pic x(512) value spaces.

      *> An item's date as the reports print it - the normalized
      *> pub date in the operator's own zone and format, or the
      *> publisher's string when it could not be decoded.
       77  ws-report-pub-date                pic x(128) value spaces.

       77  ws-rss-content-file-name          pic x(128) value spaces.
       77  ws-rss-list-file-name             pic x(256) value spaces.

           01  r-publish-date-line type detail line plus 1.
               05  column 5 pic x(5) value "Date:".
               05  column 11 pic x(70) 
                   source ws-report-pub-date.
           01  r-item-link-line type detail line plus 1.
               05  column 5 pic x(5) value "Link:".
               05  column 11 pic x(70) source ws-item-link(ws-counter).
               until ws-counter > ws-num-items
                 
                   generate r-item-title-line
                   perform set-report-pub-date
                   generate r-publish-date-line
                   generate r-item-link-line 
                   generate r-item-guid-line
           exit paragraph.


       set-report-pub-date.

           if ws-item-pub-epoch-min(ws-counter) not = zero then
               move function rss-local-date(
                   ws-item-pub-epoch-min(ws-counter))
                   to ws-report-pub-date
           else
               move ws-item-pub-date(ws-counter) to ws-report-pub-date
           end-if

           exit paragraph.


       write-print-item-block.

           move function concatenate(
               to ws-print-line
           write print-report-record from ws-print-line

           perform set-report-pub-date
           move function concatenate(
               "  Date: ", function trim(ws-report-pub-date))
               to ws-print-line
           write print-report-record from ws-print-line

               move "lp" to ws-lp-cmd-config-val
           end-if

           if function rss-command-allowed(ws-lp-cmd-config-val,
               "lp_cmd") not = 1 then
               exit paragraph
           end-if

           move function concatenate(
               function trim(ws-lp-cmd-config-val), " ",
               function trim(ws-report-file-name))
