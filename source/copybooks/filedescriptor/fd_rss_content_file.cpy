                   10  f-item-desc-more      pic a value 'N'.
                   10  f-item-snooze-until   pic 9(10) value zero.
                   10  f-item-author         pic x(64) value spaces.
                   10  f-item-first-read     pic 9(10) value zero.
                   10  f-item-first-seen     pic 9(10) value zero.
                   10  f-item-date-flag      pic a value space.
                   10  f-item-canon-link     pic x(256) value spaces.
                   10  f-item-held           pic a value space.
                   10  f-item-rights         pic x(128) value spaces.
                   10  f-item-cmt-link       pic x(256) value spaces.
                   10  f-item-cmt-count      pic 9(6) value zero.
                   10  f-item-cmt-seen       pic 9(6) value zero.
