           "  queue. F17 manages kill rules, F18 bulk-marks items "
           "read by feed,") to ws-display-text(17)
           move function concatenate(
           "  category, or age, F19 restores archived feeds, and F21 "
           "posts team notices.") to ws-display-text(18)
           exit paragraph.

       set-page-8-text.           
