      *>          files. The lock is a directory created with mkdir
      *>          - an atomic create-or-fail on every filesystem
      *>          this runs on - removed again on release.
      *>          A replication standby (feeds/replica.dat, see
      *>          rss-replication) is never lockable, which keeps
      *>          every writer off it until it is promoted.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       local-storage section.

       01  ls-lock-dir                     pic x(256) value spaces.
       01  ls-replica-marker               pic x(256) value spaces.
       01  ls-lock-cmd                     pic x(512) value spaces.
       01  ls-cmd-status                   pic s9(4) value zero.


           move function resolve-data-path("feeds/.lock")
               to ls-lock-dir
           move function resolve-data-path("feeds/replica.dat")
               to ls-replica-marker

           if l-lock-acquire then
               move function concatenate(
                   "test ! -f ", function trim(ls-replica-marker),
                   " && mkdir ", function trim(ls-lock-dir),
                   " 2>/dev/null")
                   to ls-lock-cmd
           else
           else
               call "logger" using function concatenate(
                   "Feed store is locked by another process ",
                   "(lock dir exists) or is a replication standby ",
                   "(replica.dat): ", function trim(ls-lock-dir))
               end-call
               set l-lock-status-busy to true
           end-if
