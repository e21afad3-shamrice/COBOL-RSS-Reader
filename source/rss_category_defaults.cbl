      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Category-level feed defaults. feeds/categories.dat
      *>          holds one line per category ('#' lines are
      *>          comments):
      *>          category|interval|owner|weight|retention|review
      *>          e.g.  status|30|ops|50|500|12
      *>          Every feed in the category inherits whichever of
      *>          those values it does not set itself - an interval
      *>          or weight of zero, a blank owner - so a whole
      *>          category is set in one place instead of feed by
      *>          feed. Retention (items kept) and the review cycle
      *>          (months) have no per-feed setting and always come
      *>          from the category when it has one. Category names
      *>          match without regard to case.
      *>          rss-category-defaults hands out one category:
      *>          'G' - by name (ws-cat-name filled in by the caller;
      *>                status 2 = no defaults for that category);
      *>          'I' - by position, for listings (status 2 = past
      *>                the last category).
      *>          The rss-category-* functions below give the
      *>          effective value of one setting for a feed, and are
      *>          what the refresh, parse and governance paths use.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-category-defaults.

       environment division.

       configuration section.

       repository.
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-category-file
               assign to dynamic ws-category-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-category-file.
           01  f-category-line-raw            pic x(256).

       working-storage section.

       copy "./copybooks/wsrecord/ws-category-record.cpy".

       77  ws-category-file-name             pic x(256) value spaces.
       77  ws-category-line                  pic x(256) value spaces.

      *> The file is read once per run and kept here.
       78  ws-max-categories                 value 100.
       01  ws-category-table.
           05  ws-category-count             pic 9(3) value zero.
           05  ws-category-entry             pic x(82)
                                             occurs 100 times.

       77  ws-cat-table-idx                  pic 9(3) value zero.
       77  ws-cat-match-name                 pic x(32) value spaces.

       77  ws-field-name                     pic x(32) value spaces.
       77  ws-field-interval                 pic x(8) value spaces.
       77  ws-field-owner                    pic x(32) value spaces.
       77  ws-field-weight                   pic x(8) value spaces.
       77  ws-field-retention                pic x(8) value spaces.
       77  ws-field-review                   pic x(8) value spaces.

       01  ws-loaded-sw                      pic a value 'N'.
           88  ws-categories-loaded          value 'Y'.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-cat-op                          pic x.
           88  l-cat-by-name                 value 'G'.
           88  l-cat-by-index                value 'I'.

       01  l-cat-idx                         pic 9(3).

       copy "./copybooks/wsrecord/ws-category-record.cpy"
           replacing leading ==ws== by ==l==.

       01  l-cat-status                      pic 9.
           88  l-cat-found                   value 1.
           88  l-cat-not-found               value 2.

       procedure division using
           l-cat-op, l-cat-idx, l-category-record, l-cat-status.

       main-procedure.

           if not ws-categories-loaded then
               perform load-categories
           end-if

           set l-cat-not-found to true

           evaluate true
               when l-cat-by-name
                   perform find-category-by-name
               when l-cat-by-index
                   if l-cat-idx > zero
                   and l-cat-idx <= ws-category-count then
                       move ws-category-entry(l-cat-idx)
                           to l-category-record
                       set l-cat-found to true
                   end-if
           end-evaluate

           goback.


       find-category-by-name.

           if l-cat-name = spaces then
               exit paragraph
           end-if

           move function upper-case(l-cat-name) to ws-cat-match-name

           perform varying ws-cat-table-idx from 1 by 1
               until ws-cat-table-idx > ws-category-count
               or l-cat-found
               move ws-category-entry(ws-cat-table-idx)
                   to ws-category-record
               if function upper-case(ws-cat-name)
                   = ws-cat-match-name then
                   move ws-category-record to l-category-record
                   set l-cat-found to true
               end-if
           end-perform

           exit paragraph.


       load-categories.

           set ws-categories-loaded to true
           move zero to ws-category-count
           set ws-not-eof to true

           move function resolve-data-path("feeds/categories.dat")
               to ws-category-file-name

           open input fd-category-file
               perform until ws-eof
                   read fd-category-file into ws-category-line
                       at end set ws-eof to true
                   not at end
                       perform load-one-category
                   end-read
               end-perform
           close fd-category-file

           exit paragraph.


       load-one-category.

           if ws-category-line = spaces
           or function trim(ws-category-line)(1:1) = "#" then
               exit paragraph
           end-if

           if ws-category-count >= ws-max-categories then
               call "logger" using function concatenate(
                   "WARN|More than ", ws-max-categories,
                   " categories in categories.dat - the rest are ",
                   "ignored.")
               end-call
               exit paragraph
           end-if

           move spaces to ws-field-name ws-field-interval
               ws-field-owner ws-field-weight ws-field-retention
               ws-field-review
           unstring ws-category-line delimited by "|"
               into ws-field-name ws-field-interval ws-field-owner
                    ws-field-weight ws-field-retention
                    ws-field-review
           end-unstring

           if ws-field-name = spaces then
               exit paragraph
           end-if

           initialize ws-category-record
           move function trim(ws-field-name) to ws-cat-name
           move function trim(ws-field-owner) to ws-cat-owner

           if ws-field-interval not = spaces then
               if function trim(ws-field-interval) is numeric then
                   move function numval(ws-field-interval)
                       to ws-cat-refresh-minutes
               else
                   perform warn-bad-category-value
               end-if
           end-if

           if ws-field-weight not = spaces then
               if function trim(ws-field-weight) is numeric then
                   move function numval(ws-field-weight)
                       to ws-cat-base-weight
               else
                   perform warn-bad-category-value
               end-if
           end-if

           if ws-field-retention not = spaces then
               if function trim(ws-field-retention) is numeric then
                   move function numval(ws-field-retention)
                       to ws-cat-retention
               else
                   perform warn-bad-category-value
               end-if
           end-if

           if ws-field-review not = spaces then
               if function trim(ws-field-review) is numeric then
                   move function numval(ws-field-review)
                       to ws-cat-review-months
               else
                   perform warn-bad-category-value
               end-if
           end-if

           add 1 to ws-category-count
           move ws-category-record
               to ws-category-entry(ws-category-count)

           exit paragraph.


       warn-bad-category-value.

           call "logger" using function concatenate(
               "WARN|categories.dat: non-numeric value ignored for ",
               "category '", function trim(ws-field-name), "'")
           end-call

           exit paragraph.

       end program rss-category-defaults.


      *>*****************************************************************
      *> Effective refresh interval: the feed's own, else the
      *> category's, else zero (refresh every time).
      *>*****************************************************************
       identification division.
       function-id. rss-category-interval.

       environment division.

       configuration section.

       data division.

       working-storage section.

       copy "./copybooks/wsrecord/ws-category-record.cpy".

       77  ws-cat-op                         pic x value 'G'.
       77  ws-cat-idx                        pic 9(3) value zero.
       77  ws-cat-status                     pic 9 value zero.

       linkage section.
       01  l-category                        pic x(32).
       01  l-refresh-minutes                 pic 9(5).
       01  l-effective-minutes               pic 9(5) value zero.

       procedure division
           using l-category l-refresh-minutes
           returning l-effective-minutes.

       main-procedure.

           move l-refresh-minutes to l-effective-minutes

           if l-refresh-minutes = zero
           and l-category not = spaces then
               move l-category to ws-cat-name
               call "rss-category-defaults" using
                   ws-cat-op ws-cat-idx ws-category-record
                   ws-cat-status
               end-call
               if ws-cat-status = 1 then
                   move ws-cat-refresh-minutes to l-effective-minutes
               end-if
           end-if

           goback.

       end function rss-category-interval.


      *>*****************************************************************
      *> Effective base weight: the feed's own, else the category's.
      *>*****************************************************************
       identification division.
       function-id. rss-category-weight.

       environment division.

       configuration section.

       data division.

       working-storage section.

       copy "./copybooks/wsrecord/ws-category-record.cpy".

       77  ws-cat-op                         pic x value 'G'.
       77  ws-cat-idx                        pic 9(3) value zero.
       77  ws-cat-status                     pic 9 value zero.

       linkage section.
       01  l-category                        pic x(32).
       01  l-base-weight                     pic 9(4).
       01  l-effective-weight                pic 9(4) value zero.

       procedure division
           using l-category l-base-weight
           returning l-effective-weight.

       main-procedure.

           move l-base-weight to l-effective-weight

           if l-base-weight = zero
           and l-category not = spaces then
               move l-category to ws-cat-name
               call "rss-category-defaults" using
                   ws-cat-op ws-cat-idx ws-category-record
                   ws-cat-status
               end-call
               if ws-cat-status = 1 then
                   move ws-cat-base-weight to l-effective-weight
               end-if
           end-if

           goback.

       end function rss-category-weight.


      *>*****************************************************************
      *> Effective owner: the feed's own, else the category's.
      *>*****************************************************************
       identification division.
       function-id. rss-category-owner.

       environment division.

       configuration section.

       data division.

       working-storage section.

       copy "./copybooks/wsrecord/ws-category-record.cpy".

       77  ws-cat-op                         pic x value 'G'.
       77  ws-cat-idx                        pic 9(3) value zero.
       77  ws-cat-status                     pic 9 value zero.

       linkage section.
       01  l-category                        pic x(32).
       01  l-owner                           pic x(32).
       01  l-effective-owner                 pic x(32) value spaces.

       procedure division
           using l-category l-owner
           returning l-effective-owner.

       main-procedure.

           move l-owner to l-effective-owner

           if l-owner = spaces
           and l-category not = spaces then
               move l-category to ws-cat-name
               call "rss-category-defaults" using
                   ws-cat-op ws-cat-idx ws-category-record
                   ws-cat-status
               end-call
               if ws-cat-status = 1 then
                   move ws-cat-owner to l-effective-owner
               end-if
           end-if

           goback.

       end function rss-category-owner.


      *>*****************************************************************
      *> Category retention cap in items - zero when the category
      *> sets none and the "maxitems" config applies.
      *>*****************************************************************
       identification division.
       function-id. rss-category-retention.

       environment division.

       configuration section.

       data division.

       working-storage section.

       copy "./copybooks/wsrecord/ws-category-record.cpy".

       77  ws-cat-op                         pic x value 'G'.
       77  ws-cat-idx                        pic 9(3) value zero.
       77  ws-cat-status                     pic 9 value zero.

       linkage section.
       01  l-category                        pic x(32).
       01  l-retention                       pic 9(6) value zero.

       procedure division
           using l-category
           returning l-retention.

       main-procedure.

           move zero to l-retention

           if l-category not = spaces then
               move l-category to ws-cat-name
               call "rss-category-defaults" using
                   ws-cat-op ws-cat-idx ws-category-record
                   ws-cat-status
               end-call
               if ws-cat-status = 1 then
                   move ws-cat-retention to l-retention
               end-if
           end-if

           goback.

       end function rss-category-retention.
