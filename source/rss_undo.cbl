      *> Last Updated: 2026-09-03
      *> Purpose: Undo of the last destructive feed-store operation.
      *>          Reads the newest destructive entry off the audit
      *>          trail (delete-feed, reset, OPML import, feed
      *>          maintenance run, compact-ids), shows what it
      *>          changed, confirms, and reverses it from the
      *>          backup artifacts those paths already take: a
      *>          deleted feed comes back from its content archive
      *>          through the archive tool's restore; a reset,
      *>          import or maintenance run rolls list.dat/lastid.dat
      *>          back from the newest feeds/backup snapshot. An id
      *>          compaction renames content files and is refused
      *>          (restoring the old list would point at names that
      *>          no longer exist).
      *>          The reversal lands in the audit trail as its own
      *>          UNDO entry.
      *> Tectonics:

               when "RESET-FILES"
               when "IMPORT-OPML"
               when "FEED-MAINT"
                   perform undo-from-list-backup

               when other
           inspect ws-audit-line tallying ws-op-tally
               for all "|DELETE-FEED|" "|RESET-FILES|"
                       "|COMPACT-IDS|" "|IMPORT-OPML|"
                       "|FEED-MAINT|"

      *> Every reversal writes its own UNDO entry - seeing one
      *> after a destructive line means that line is already
               function trim(ws-newest-backup), ".")
           end-display

           if function trim(ws-audit-op) = "RESET-FILES"
           or function trim(ws-audit-op) = "FEED-MAINT" then
               display
                   "Content files removed by the operation come back "
                   "only from their archives (--archive-list / "
                   "--archive-restore) or the next refresh."
               end-display
