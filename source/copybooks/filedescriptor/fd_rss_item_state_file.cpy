               05  f-itm-tags                pic x(64) value spaces.
               05  f-itm-open-count          pic 9(5) value zero.
               05  f-itm-snooze-until        pic 9(10) value zero.
               05  f-itm-first-read          pic 9(10) value zero.
