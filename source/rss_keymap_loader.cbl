                   move ws-key-code to l-kb-item-note
               when "item-mute"
                   move ws-key-code to l-kb-item-mute
               when "item-follow"
                   move ws-key-code to l-kb-item-follow
               when "item-brief"
                   move ws-key-code to l-kb-item-brief
               when "item-thread"
                   move ws-key-code to l-kb-item-thread
               when "item-related"
                   move ws-key-code to l-kb-item-related
               when other
                   call "logger" using function concatenate(
                       "ERROR|keymap.dat: unknown action '",
           or l-kb-item-full = l-kb-item-mute
           or l-kb-item-snooze = l-kb-item-note
           or l-kb-item-snooze = l-kb-item-mute
           or l-kb-item-note = l-kb-item-mute
           or l-kb-item-share = l-kb-item-follow
           or l-kb-item-later = l-kb-item-follow
           or l-kb-item-full = l-kb-item-follow
           or l-kb-item-snooze = l-kb-item-follow
           or l-kb-item-note = l-kb-item-follow
           or l-kb-item-mute = l-kb-item-follow
           or l-kb-item-share = l-kb-item-brief
           or l-kb-item-later = l-kb-item-brief
           or l-kb-item-full = l-kb-item-brief
           or l-kb-item-snooze = l-kb-item-brief
           or l-kb-item-note = l-kb-item-brief
           or l-kb-item-mute = l-kb-item-brief
           or l-kb-item-follow = l-kb-item-brief
           or l-kb-item-share = l-kb-item-thread
           or l-kb-item-later = l-kb-item-thread
           or l-kb-item-full = l-kb-item-thread
           or l-kb-item-snooze = l-kb-item-thread
           or l-kb-item-note = l-kb-item-thread
           or l-kb-item-mute = l-kb-item-thread
           or l-kb-item-follow = l-kb-item-thread
           or l-kb-item-brief = l-kb-item-thread
           or l-kb-item-share = l-kb-item-related
           or l-kb-item-later = l-kb-item-related
           or l-kb-item-full = l-kb-item-related
           or l-kb-item-snooze = l-kb-item-related
           or l-kb-item-note = l-kb-item-related
           or l-kb-item-mute = l-kb-item-related
           or l-kb-item-follow = l-kb-item-related
           or l-kb-item-brief = l-kb-item-related
           or l-kb-item-thread = l-kb-item-related then
               call "logger" using function concatenate(
                   "ERROR|keymap.dat: two item-viewer actions ",
                   "share one key - fix the duplicate binding.")
           display "  item-mute    " ws-key-label
               "  mute story cluster"
           end-display
           move ws-kb-item-follow to ws-key-label
           perform show-binding-key
           display "  item-follow  " ws-key-label
               "  follow story cluster"
           end-display
           move ws-kb-item-brief to ws-key-label
           perform show-binding-key
           display "  item-brief   " ws-key-label
               "  add to briefing section"
           end-display
           move ws-kb-item-thread to ws-key-label
           perform show-binding-key
           display "  item-thread  " ws-key-label
               "  follow the item's comment thread"
           end-display
           move ws-kb-item-related to ws-key-label
           perform show-binding-key
           display "  item-related " ws-key-label
               "  related items from every feed"
           end-display

           goback.

