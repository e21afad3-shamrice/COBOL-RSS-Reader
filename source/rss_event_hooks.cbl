           function pipe-open
           function pipe-write
           function pipe-close
           function rss-command-allowed
           function resolve-data-path.

       data division.
               goback
           end-if

      *> Listed by its path as run (<data dir>/hooks/<event>) when
      *> the command allowlist is in use.
           if function rss-command-allowed(ws-hook-script-path,
               "hook") not = 1 then
               goback
           end-if

           call "logger" using function concatenate(
               "Running ", function trim(l-event-name),
               " hook: ", function trim(ws-hook-script-path))
