       configuration section.

       repository.
           function rss-command-allowed
           function get-config
           function rss-epoch-minutes
           function pipe-open
       01  l-drain-status                    pic 9.
           88  l-drain-ok                    value 1.
           88  l-drain-no-command            value 2.
           88  l-drain-refused               value 3.

       procedure division using l-drain-status.

               goback
           end-if

      *> Refused by the command allowlist - the spool waits for an
      *> admin, same as with no command at all.
           if function rss-command-allowed(ws-share-cmd-val,
               "share_cmd") not = 1 then
               set l-drain-refused to true
               goback
           end-if

           move function rss-epoch-minutes to ws-now-epoch

           open input fd-share-spool-file
