      -         " F2 Category, F6 Search, F7 Edit, F11 Sort,
      -         " F12 Health, F13 Fav, F14 Check, F15 Timeline,
      -         " F16 Saved, F17 Rules, F18 Bulk, F19 Archive,
      -         " F20 Hold, F21 Notices.".


               10  s-help-text-2.
