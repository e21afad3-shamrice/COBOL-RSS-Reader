           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       77  ws-repl-op                        pic x value 'Q'.
       77  ws-repl-status                    pic 9 value zero.

       linkage section.

       01  l-journal-mode                    pic x.
           move pipe-open(ws-rm-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

      *> ...and is what the standby copy is shipped on (see
      *> rss-replication - a no-op when replica_target is unset).
           move 'Q' to ws-repl-op
           call "rss-replication" using
               ws-repl-op l-journal-feed-id l-journal-operation
               ws-repl-status
           end-call

           goback.

       end program rss-commit-journal.
