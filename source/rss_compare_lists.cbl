      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Compares two feed lists side by side. Either side
      *>          may be "current" (the live store of the active
      *>          profile), a profile name ("default" for the
      *>          unprofiled list), or a snapshot archive written by
      *>          --snapshot ("file.tar.gz", or "file.tar.gz:name"
      *>          for a profile inside it). Reports feeds present on
      *>          one side only, and feeds on both whose URL, title,
      *>          category, refresh interval, hold or legal hold
      *>          differ. With --opml/--bundle it also writes the
      *>          first side's feeds that the second side is missing
      *>          (or has at another URL) as an import file, with the
      *>          attribute edits and removals as comments, so the
      *>          second side can be brought into line.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-compare-lists.

       environment division.

       configuration section.

       repository.
           function pipe-open
           function pipe-close
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".

               select optional fd-manifest-in-file
               assign to dynamic ws-manifest-in-file-name
               organization is line sequential.

               select fd-compare-out-file
               assign to dynamic ws-compare-out-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".

           FD fd-manifest-in-file.
           01  f-manifest-in-line-raw         pic x(200).

           FD fd-compare-out-file.
           01  f-compare-out-line-raw         pic x(1200).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-layout-version.cpy".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-manifest-in-file-name          pic x(256) value spaces.
       77  ws-compare-out-file-name          pic x(256) value spaces.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       77  ws-shell-cmd                      pic x(900) value spaces.
       77  ws-data-dir-path                  pic x(256) value spaces.

      *> Command text split into its parts.
       77  ws-side-a-arg                     pic x(200) value spaces.
       77  ws-side-b-arg                     pic x(200) value spaces.
       77  ws-out-flag-arg                   pic x(16) value spaces.
       77  ws-out-file-arg                   pic x(200) value spaces.

       01  ws-out-format-sw                  pic a value space.
           88  ws-out-opml                   value 'O'.
           88  ws-out-bundle                 value 'B'.
           88  ws-out-none                   value space.

      *> Side being resolved/loaded (1 = A, 2 = B).
       77  ws-side                           pic 9 value zero.
       77  ws-side-arg                       pic x(200) value spaces.
       77  ws-side-source                    pic x(200) value spaces.
       77  ws-side-profile                   pic x(64) value spaces.
       77  ws-side-tmp-dir                   pic x(256) value spaces.
       77  ws-side-dot-tally                 pic 9(3) value zero.
       77  ws-snapshot-layout                pic 9(3) value zero.
       77  ws-manifest-line                  pic x(200) value spaces.
       77  ws-manifest-key                   pic x(32) value spaces.
       77  ws-manifest-value                 pic x(64) value spaces.

       01  ws-file-details.
           05  ws-file-size                  pic x(8) comp-x.
           05  ws-file-date                  pic x(4) comp-x.
           05  ws-file-time                  pic x(4) comp-x.

       01  ws-side-ok-sw                     pic a value 'Y'.
           88  ws-side-ok                    value 'Y'.
           88  ws-side-bad                   value 'N'.

      *> Both lists, loaded side by side. Match is the index of the
      *> counterpart on the other side (zero = only on this side).
       78  ws-max-compare-feeds              value 500.

       01  ws-compare-table.
           05  ws-side-count                 pic 9(5) occurs 2 times.
           05  ws-side-label                 pic x(200) occurs 2 times.
           05  ws-side-feeds occurs 2 times.
               10  ws-cmp-feed occurs 500 times.
                   15  ws-cmp-id             pic 9(5).
                   15  ws-cmp-link           pic x(256).
                   15  ws-cmp-title          pic x(128).
                   15  ws-cmp-category       pic x(32).
                   15  ws-cmp-interval       pic 9(5).
                   15  ws-cmp-hold           pic a.
                   15  ws-cmp-legal-hold     pic a.
                   15  ws-cmp-match          pic 9(5).

       77  ws-a-idx                          pic 9(5) value zero.
       77  ws-b-idx                          pic 9(5) value zero.
       77  ws-only-a-count                   pic 9(5) value zero.
       77  ws-only-b-count                   pic 9(5) value zero.
       77  ws-changed-count                  pic 9(5) value zero.
       77  ws-same-count                     pic 9(5) value zero.
       77  ws-written-count                  pic 9(5) value zero.
       77  ws-truncated-count                pic 9(5) value zero.

       77  ws-diff-line                      pic x(1200) value spaces.
       77  ws-diff-fields                    pic x(80) value spaces.
       77  ws-interval-a-disp                pic z(4)9.
       77  ws-interval-b-disp                pic z(4)9.

       77  ws-opml-escape-work               pic x(512) value spaces.
       77  ws-opml-title-escaped             pic x(512) value spaces.
       77  ws-opml-link-escaped              pic x(512) value spaces.
       77  ws-opml-category-escaped          pic x(512) value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

      *> "A B [--opml file | --bundle file]" as typed.
       01  l-compare-args                    pic x(1024).

       01  l-compare-status                  pic 9.
           88  l-compare-same                value 1.
           88  l-compare-differ              value 2.
           88  l-compare-failed              value 3.

       procedure division using
           l-compare-args, l-compare-status.

       main-procedure.

           set l-compare-failed to true

           unstring l-compare-args delimited by all space
               into ws-side-a-arg ws-side-b-arg
                    ws-out-flag-arg ws-out-file-arg
           end-unstring

           if ws-side-a-arg = spaces or ws-side-b-arg = spaces then
               display
                   "Usage: --compare-lists A B [--opml file | "
                   "--bundle file]"
               end-display
               display
                   "  A/B: current, a profile name (default = the "
                   "unprofiled list), or a snapshot archive "
                   "(file.tar.gz or file.tar.gz:profile)."
               end-display
               goback
           end-if

           evaluate function lower-case(ws-out-flag-arg)
               when "--opml"
                   set ws-out-opml to true
               when "--bundle"
                   set ws-out-bundle to true
               when spaces
                   set ws-out-none to true
               when other
                   display function concatenate(
                       "Unknown output option '",
                       function trim(ws-out-flag-arg),
                       "' - use --opml or --bundle.")
                   end-display
                   goback
           end-evaluate

           if not ws-out-none and ws-out-file-arg = spaces then
               display "An output file name is needed after "
                   function trim(ws-out-flag-arg) "."
               end-display
               goback
           end-if

           move function resolve-data-path(".") to ws-data-dir-path

           move 1 to ws-side
           move ws-side-a-arg to ws-side-arg
           perform load-one-side
           if ws-side-bad then
               perform clean-compare-temp
               goback
           end-if

           move 2 to ws-side
           move ws-side-b-arg to ws-side-arg
           perform load-one-side
           if ws-side-bad then
               perform clean-compare-temp
               goback
           end-if

           perform clean-compare-temp

           perform match-feeds
           perform report-differences

           if not ws-out-none then
               perform write-alignment-file
           end-if

           if ws-only-a-count = zero and ws-only-b-count = zero
           and ws-changed-count = zero then
               set l-compare-same to true
           else
               set l-compare-differ to true
           end-if

           call "logger" using function concatenate(
               "Feed lists compared: ",
               function trim(ws-side-a-arg), " vs ",
               function trim(ws-side-b-arg), " - ",
               ws-only-a-count, " only in A, ",
               ws-only-b-count, " only in B, ",
               ws-changed-count, " differing")
           end-call

           goback.


       load-one-side.

      *> Work out which list.dat the side names, then read it in.
           set ws-side-ok to true
           move spaces to ws-side-source ws-side-profile
           unstring ws-side-arg delimited by ":"
               into ws-side-source ws-side-profile
           end-unstring

           move zero to ws-side-dot-tally
           inspect ws-side-source tallying ws-side-dot-tally
               for all "." all "/"

           evaluate true
               when function lower-case(ws-side-arg) = "current"
                   move function resolve-data-path("feeds/list.dat")
                       to ws-rss-list-file-name
               when ws-side-dot-tally > 0
                   perform extract-snapshot-side
               when function lower-case(ws-side-arg) = "default"
                   move function concatenate(
                       function trim(ws-data-dir-path),
                       "/feeds/list.dat")
                       to ws-rss-list-file-name
               when other
                   move function concatenate(
                       function trim(ws-data-dir-path), "/feeds/",
                       function trim(ws-side-arg))
                       to ws-rss-list-file-name
                   call "CBL_CHECK_FILE_EXIST" using
                       ws-rss-list-file-name, ws-file-details
                   end-call
                   if return-code not = zero then
                       display function concatenate(
                           "No profile named '",
                           function trim(ws-side-arg),
                           "' and no snapshot file by that name.")
                       end-display
                       set ws-side-bad to true
                   end-if
                   move function concatenate(
                       function trim(ws-rss-list-file-name),
                       "/list.dat")
                       to ws-rss-list-file-name
           end-evaluate

           if ws-side-bad then
               exit paragraph
           end-if

           move ws-side-arg to ws-side-label(ws-side)
           move zero to ws-side-count(ws-side)
           set ws-not-eof to true

           open input fd-rss-list-file
               perform until ws-eof
                   read fd-rss-list-file next record
                       into ws-rss-list-record
                       at end set ws-eof to true
                   not at end
                       perform store-side-feed
                   end-read
               end-perform
           close fd-rss-list-file

           exit paragraph.


       extract-snapshot-side.

      *> Only the list itself comes out of the archive, into a
      *> scratch directory; the snapshot must carry this build's
      *> record layout, the same rule --import-snapshot applies.
           call "CBL_CHECK_FILE_EXIST" using
               ws-side-source, ws-file-details
           end-call
           if return-code not = zero then
               display function concatenate(
                   "Snapshot file not found: ",
                   function trim(ws-side-source))
               end-display
               set ws-side-bad to true
               exit paragraph
           end-if

           move function resolve-data-path(
               function concatenate("compare_", ws-side, ".tmp"))
               to ws-side-tmp-dir

           if ws-side-profile = spaces
           or function lower-case(ws-side-profile) = "default" then
               move function concatenate(
                   function trim(ws-side-tmp-dir), "/feeds/list.dat")
                   to ws-rss-list-file-name
               move function concatenate(
                   "rm -rf ", function trim(ws-side-tmp-dir),
                   "; mkdir -p ", function trim(ws-side-tmp-dir),
                   "; tar -xzf ", function trim(ws-side-source),
                   " -C ", function trim(ws-side-tmp-dir),
                   " --wildcards feeds/snapshot_manifest.txt",
                   " 'feeds/list.dat*' 2>/dev/null")
                   to ws-shell-cmd
           else
               move function concatenate(
                   function trim(ws-side-tmp-dir), "/feeds/",
                   function trim(ws-side-profile), "/list.dat")
                   to ws-rss-list-file-name
               move function concatenate(
                   "rm -rf ", function trim(ws-side-tmp-dir),
                   "; mkdir -p ", function trim(ws-side-tmp-dir),
                   "; tar -xzf ", function trim(ws-side-source),
                   " -C ", function trim(ws-side-tmp-dir),
                   " --wildcards feeds/snapshot_manifest.txt",
                   " 'feeds/", function trim(ws-side-profile),
                   "/list.dat*' 2>/dev/null")
                   to ws-shell-cmd
           end-if

           move pipe-open(ws-shell-cmd, "r") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           move function concatenate(
               function trim(ws-side-tmp-dir),
               "/feeds/snapshot_manifest.txt")
               to ws-manifest-in-file-name
           move zero to ws-snapshot-layout
           set ws-not-eof to true

           open input fd-manifest-in-file
               perform until ws-eof
                   read fd-manifest-in-file into ws-manifest-line
                       at end set ws-eof to true
                   not at end
                       perform parse-manifest-line
                   end-read
               end-perform
           close fd-manifest-in-file

           if ws-snapshot-layout not = ws-current-layout-version then
               display function concatenate(
                   "'", function trim(ws-side-source),
                   "' is not a snapshot of this build's layout ",
                   "(version ", ws-snapshot-layout, " vs ",
                   ws-current-layout-version, ") - import it into ",
                   "a scratch data directory first.")
               end-display
               set ws-side-bad to true
               exit paragraph
           end-if

           call "CBL_CHECK_FILE_EXIST" using
               ws-rss-list-file-name, ws-file-details
           end-call
           if return-code not = zero then
               display function concatenate(
                   "No feed list for that profile in snapshot ",
                   function trim(ws-side-source), ".")
               end-display
               set ws-side-bad to true
           end-if

           exit paragraph.


       parse-manifest-line.

           move spaces to ws-manifest-key ws-manifest-value
           unstring ws-manifest-line delimited by "|"
               into ws-manifest-key ws-manifest-value
           end-unstring

           if function trim(ws-manifest-key) = "layout_version"
           and function trim(ws-manifest-value) is numeric then
               move function numval(ws-manifest-value)
                   to ws-snapshot-layout
           end-if

           exit paragraph.


       store-side-feed.

           if ws-side-count(ws-side) >= ws-max-compare-feeds then
               add 1 to ws-truncated-count
               exit paragraph
           end-if

           add 1 to ws-side-count(ws-side)
           move ws-side-count(ws-side) to ws-a-idx

           move ws-rss-feed-id to ws-cmp-id(ws-side, ws-a-idx)
           move ws-rss-link to ws-cmp-link(ws-side, ws-a-idx)
           move ws-rss-title to ws-cmp-title(ws-side, ws-a-idx)
           move ws-rss-category
               to ws-cmp-category(ws-side, ws-a-idx)
           move ws-rss-refresh-minutes
               to ws-cmp-interval(ws-side, ws-a-idx)
           move ws-rss-hold to ws-cmp-hold(ws-side, ws-a-idx)
           move ws-rss-legal-hold
               to ws-cmp-legal-hold(ws-side, ws-a-idx)
           move zero to ws-cmp-match(ws-side, ws-a-idx)

           exit paragraph.


       match-feeds.

      *> URL first; what is left is then paired by title, which is
      *> how a feed re-pointed at a new URL on one side shows up as
      *> a URL change rather than one removal plus one addition.
           perform varying ws-a-idx from 1 by 1
               until ws-a-idx > ws-side-count(1)
               perform varying ws-b-idx from 1 by 1
                   until ws-b-idx > ws-side-count(2)
                   or ws-cmp-match(1, ws-a-idx) > zero
                   if ws-cmp-match(2, ws-b-idx) = zero
                   and ws-cmp-link(2, ws-b-idx)
                       = ws-cmp-link(1, ws-a-idx) then
                       move ws-b-idx to ws-cmp-match(1, ws-a-idx)
                       move ws-a-idx to ws-cmp-match(2, ws-b-idx)
                   end-if
               end-perform
           end-perform

           perform varying ws-a-idx from 1 by 1
               until ws-a-idx > ws-side-count(1)
               if ws-cmp-match(1, ws-a-idx) = zero
               and ws-cmp-title(1, ws-a-idx) not = spaces then
                   perform varying ws-b-idx from 1 by 1
                       until ws-b-idx > ws-side-count(2)
                       or ws-cmp-match(1, ws-a-idx) > zero
                       if ws-cmp-match(2, ws-b-idx) = zero
                       and ws-cmp-title(2, ws-b-idx)
                           = ws-cmp-title(1, ws-a-idx) then
                           move ws-b-idx to ws-cmp-match(1, ws-a-idx)
                           move ws-a-idx to ws-cmp-match(2, ws-b-idx)
                       end-if
                   end-perform
               end-if
           end-perform

           exit paragraph.


       report-differences.

           display "Feed list comparison"
           display function concatenate(
               "  A: ", function trim(ws-side-label(1)), " (",
               ws-side-count(1), " feeds)")
           end-display
           display function concatenate(
               "  B: ", function trim(ws-side-label(2)), " (",
               ws-side-count(2), " feeds)")
           end-display

           if ws-truncated-count > zero then
               display function concatenate(
                   "  (", ws-truncated-count,
                   " feeds beyond the first ", ws-max-compare-feeds,
                   " per side were not compared)")
               end-display
           end-if

           display " "
           display "Only in A:"
           perform varying ws-a-idx from 1 by 1
               until ws-a-idx > ws-side-count(1)
               if ws-cmp-match(1, ws-a-idx) = zero then
                   add 1 to ws-only-a-count
                   display function concatenate(
                       "  ", function trim(ws-cmp-title(1, ws-a-idx)),
                       "  <", function trim(ws-cmp-link(1, ws-a-idx)),
                       ">")
                   end-display
               end-if
           end-perform
           if ws-only-a-count = zero then
               display "  (none)"
           end-if

           display " "
           display "Only in B:"
           perform varying ws-b-idx from 1 by 1
               until ws-b-idx > ws-side-count(2)
               if ws-cmp-match(2, ws-b-idx) = zero then
                   add 1 to ws-only-b-count
                   display function concatenate(
                       "  ", function trim(ws-cmp-title(2, ws-b-idx)),
                       "  <", function trim(ws-cmp-link(2, ws-b-idx)),
                       ">")
                   end-display
               end-if
           end-perform
           if ws-only-b-count = zero then
               display "  (none)"
           end-if

           display " "
           display "On both sides, different:"
           perform varying ws-a-idx from 1 by 1
               until ws-a-idx > ws-side-count(1)
               if ws-cmp-match(1, ws-a-idx) > zero then
                   move ws-cmp-match(1, ws-a-idx) to ws-b-idx
                   perform report-one-pair
               end-if
           end-perform
           if ws-changed-count = zero then
               display "  (none)"
           end-if

           display " "
           display function concatenate(
               "Summary: ", ws-same-count, " identical, ",
               ws-changed-count, " different, ",
               ws-only-a-count, " only in A, ",
               ws-only-b-count, " only in B.")
           end-display

           exit paragraph.


       report-one-pair.

           move spaces to ws-diff-fields
           perform build-diff-fields

           if ws-diff-fields = spaces then
               add 1 to ws-same-count
               exit paragraph
           end-if

           add 1 to ws-changed-count
           display function concatenate(
               "  ", function trim(ws-cmp-title(1, ws-a-idx)),
               "  [", function trim(ws-diff-fields), "]")
           end-display

           if ws-cmp-link(1, ws-a-idx) not = ws-cmp-link(2, ws-b-idx)
           then
               display function concatenate(
                   "      url:      A ",
                   function trim(ws-cmp-link(1, ws-a-idx)))
               end-display
               display function concatenate(
                   "                B ",
                   function trim(ws-cmp-link(2, ws-b-idx)))
               end-display
           end-if

           if ws-cmp-title(1, ws-a-idx) not = ws-cmp-title(2, ws-b-idx)
           then
               display function concatenate(
                   "      title:    A ",
                   function trim(ws-cmp-title(1, ws-a-idx)),
                   " / B ",
                   function trim(ws-cmp-title(2, ws-b-idx)))
               end-display
           end-if

           if ws-cmp-category(1, ws-a-idx)
               not = ws-cmp-category(2, ws-b-idx) then
               display function concatenate(
                   "      category: A '",
                   function trim(ws-cmp-category(1, ws-a-idx)),
                   "' / B '",
                   function trim(ws-cmp-category(2, ws-b-idx)), "'")
               end-display
           end-if

           if ws-cmp-interval(1, ws-a-idx)
               not = ws-cmp-interval(2, ws-b-idx) then
               move ws-cmp-interval(1, ws-a-idx) to ws-interval-a-disp
               move ws-cmp-interval(2, ws-b-idx) to ws-interval-b-disp
               display function concatenate(
                   "      interval: A ",
                   function trim(ws-interval-a-disp),
                   " min / B ",
                   function trim(ws-interval-b-disp), " min")
               end-display
           end-if

           if ws-cmp-hold(1, ws-a-idx) not = ws-cmp-hold(2, ws-b-idx)
           then
               display function concatenate(
                   "      hold:     A ", ws-cmp-hold(1, ws-a-idx),
                   " / B ", ws-cmp-hold(2, ws-b-idx))
               end-display
           end-if

           if ws-cmp-legal-hold(1, ws-a-idx)
               not = ws-cmp-legal-hold(2, ws-b-idx) then
               display function concatenate(
                   "      legal:    A ",
                   ws-cmp-legal-hold(1, ws-a-idx),
                   " / B ", ws-cmp-legal-hold(2, ws-b-idx))
               end-display
           end-if

           exit paragraph.


       build-diff-fields.

      *> Short list of what differs for pair (ws-a-idx, ws-b-idx).
           if ws-cmp-link(1, ws-a-idx) not = ws-cmp-link(2, ws-b-idx)
           then
               move function concatenate(
                   function trim(ws-diff-fields), " url")
                   to ws-diff-fields
           end-if
           if ws-cmp-title(1, ws-a-idx) not = ws-cmp-title(2, ws-b-idx)
           then
               move function concatenate(
                   function trim(ws-diff-fields), " title")
                   to ws-diff-fields
           end-if
           if ws-cmp-category(1, ws-a-idx)
               not = ws-cmp-category(2, ws-b-idx) then
               move function concatenate(
                   function trim(ws-diff-fields), " category")
                   to ws-diff-fields
           end-if
           if ws-cmp-interval(1, ws-a-idx)
               not = ws-cmp-interval(2, ws-b-idx) then
               move function concatenate(
                   function trim(ws-diff-fields), " interval")
                   to ws-diff-fields
           end-if
           if ws-cmp-hold(1, ws-a-idx) not = ws-cmp-hold(2, ws-b-idx)
           then
               move function concatenate(
                   function trim(ws-diff-fields), " hold")
                   to ws-diff-fields
           end-if
           if ws-cmp-legal-hold(1, ws-a-idx)
               not = ws-cmp-legal-hold(2, ws-b-idx) then
               move function concatenate(
                   function trim(ws-diff-fields), " legal-hold")
                   to ws-diff-fields
           end-if

           exit paragraph.


       write-alignment-file.

      *> Import side of the file: A's feeds that B lacks outright,
      *> plus A's new URL for any pair joined by title. Edits an
      *> import cannot make (title, category, interval, holds on a
      *> feed B already has) and B-only feeds to remove travel as
      *> comments for whoever applies it.
           move function trim(ws-out-file-arg)
               to ws-compare-out-file-name

           open output fd-compare-out-file

           if ws-out-opml then
               move "<?xml version=""1.0"" encoding=""UTF-8""?>"
                   to ws-diff-line
               write f-compare-out-line-raw from ws-diff-line
               move "<opml version=""2.0"">" to ws-diff-line
               write f-compare-out-line-raw from ws-diff-line
               move spaces to ws-opml-escape-work
               move function concatenate(
                   function trim(ws-side-label(1)), " vs ",
                   function trim(ws-side-label(2)))
                   to ws-opml-escape-work
               perform escape-opml-xml-text
               move function concatenate(
                   "  <head><title>CRSSR list alignment: ",
                   function trim(ws-opml-escape-work),
                   "</title></head>")
                   to ws-diff-line
               write f-compare-out-line-raw from ws-diff-line
               move "  <body>" to ws-diff-line
               write f-compare-out-line-raw from ws-diff-line
           else
               move function concatenate(
                   "# Feed list alignment - import into ",
                   function trim(ws-side-label(2)),
                   " to match ", function trim(ws-side-label(1)), ".")
                   to ws-diff-line
               write f-compare-out-line-raw from ws-diff-line
               move function concatenate(
                   "name: Alignment with ",
                   function trim(ws-side-label(1)))
                   to ws-diff-line
               write f-compare-out-line-raw from ws-diff-line
           end-if

           perform varying ws-a-idx from 1 by 1
               until ws-a-idx > ws-side-count(1)
               if ws-cmp-match(1, ws-a-idx) = zero
               or ws-cmp-link(1, ws-a-idx)
                   not = ws-cmp-link(2, ws-cmp-match(1, ws-a-idx))
               then
                   perform write-alignment-feed
               end-if
           end-perform

           perform varying ws-a-idx from 1 by 1
               until ws-a-idx > ws-side-count(1)
               if ws-cmp-match(1, ws-a-idx) > zero then
                   move ws-cmp-match(1, ws-a-idx) to ws-b-idx
                   move spaces to ws-diff-fields
                   perform build-diff-fields
                   if ws-diff-fields not = spaces then
                       move function concatenate(
                           "edit on B: ",
                           function trim(ws-cmp-title(1, ws-a-idx)),
                           " [", function trim(ws-diff-fields),
                           "] category '",
                           function trim(ws-cmp-category(1, ws-a-idx)),
                           "' interval ",
                           ws-cmp-interval(1, ws-a-idx),
                           " hold ", ws-cmp-hold(1, ws-a-idx),
                           " legal-hold ",
                           ws-cmp-legal-hold(1, ws-a-idx))
                           to ws-opml-escape-work
                       perform write-alignment-comment
                   end-if
               end-if
           end-perform

           perform varying ws-b-idx from 1 by 1
               until ws-b-idx > ws-side-count(2)
               if ws-cmp-match(2, ws-b-idx) = zero then
                   move function concatenate(
                       "remove from B: ",
                       function trim(ws-cmp-title(2, ws-b-idx)),
                       " ", function trim(ws-cmp-link(2, ws-b-idx)))
                       to ws-opml-escape-work
                   perform write-alignment-comment
               end-if
           end-perform

           if ws-out-opml then
               move "  </body>" to ws-diff-line
               write f-compare-out-line-raw from ws-diff-line
               move "</opml>" to ws-diff-line
               write f-compare-out-line-raw from ws-diff-line
           end-if

           close fd-compare-out-file

           display " "
           display function concatenate(
               ws-written-count, " feed(s) to add written to ",
               function trim(ws-compare-out-file-name),
               " (other edits listed in it as comments).")
           end-display

           exit paragraph.


       write-alignment-feed.

           add 1 to ws-written-count

           if ws-out-bundle then
               move ws-cmp-interval(1, ws-a-idx) to ws-interval-a-disp
               move function concatenate(
                   function trim(ws-cmp-link(1, ws-a-idx)), "|",
                   function trim(ws-cmp-category(1, ws-a-idx)), "|",
                   function trim(ws-interval-a-disp))
                   to ws-diff-line
               write f-compare-out-line-raw from ws-diff-line
               exit paragraph
           end-if

           move function trim(ws-cmp-title(1, ws-a-idx))
               to ws-opml-escape-work
           perform escape-opml-xml-text
           move ws-opml-escape-work to ws-opml-title-escaped

           move function trim(ws-cmp-link(1, ws-a-idx))
               to ws-opml-escape-work
           perform escape-opml-xml-text
           move ws-opml-escape-work to ws-opml-link-escaped

      *> A categorised feed goes inside a folder outline of that
      *> name - the form --import-opml reads a category from.
           if ws-cmp-category(1, ws-a-idx) not = spaces then
               move function trim(ws-cmp-category(1, ws-a-idx))
                   to ws-opml-escape-work
               perform escape-opml-xml-text
               move ws-opml-escape-work to ws-opml-category-escaped
               move function concatenate(
                   "    <outline text=""",
                   function trim(ws-opml-category-escaped),
                   """ title=""",
                   function trim(ws-opml-category-escaped), """>")
                   to ws-diff-line
               write f-compare-out-line-raw from ws-diff-line
           end-if

           move function concatenate(
               "    <outline text=""",
               function trim(ws-opml-title-escaped),
               """ type=""rss"" xmlUrl=""",
               function trim(ws-opml-link-escaped),
               """/>")
               to ws-diff-line
           write f-compare-out-line-raw from ws-diff-line

           if ws-cmp-category(1, ws-a-idx) not = spaces then
               move "    </outline>" to ws-diff-line
               write f-compare-out-line-raw from ws-diff-line
           end-if

           exit paragraph.


       write-alignment-comment.

      *> Text arrives in ws-opml-escape-work.
           if ws-out-opml then
               inspect ws-opml-escape-work replacing all "--" by "- "
               perform escape-opml-xml-text
               move function concatenate(
                   "    <!-- ", function trim(ws-opml-escape-work),
                   " -->")
                   to ws-diff-line
           else
               move function concatenate(
                   "# ", function trim(ws-opml-escape-work))
                   to ws-diff-line
           end-if

           write f-compare-out-line-raw from ws-diff-line

           exit paragraph.


       escape-opml-xml-text.

           move function substitute(
               ws-opml-escape-work, "&", "&amp;")
               to ws-opml-escape-work

           move function substitute(
               ws-opml-escape-work, "<", "&lt;")
               to ws-opml-escape-work

           move function substitute(
               ws-opml-escape-work, ">", "&gt;")
               to ws-opml-escape-work

           move function substitute(
               ws-opml-escape-work, '"', "&quot;")
               to ws-opml-escape-work

           exit paragraph.


       clean-compare-temp.

           move function resolve-data-path("compare_1.tmp")
               to ws-side-tmp-dir
           move function concatenate(
               "rm -rf ", function trim(ws-side-tmp-dir))
               to ws-shell-cmd
           move function resolve-data-path("compare_2.tmp")
               to ws-side-tmp-dir
           move function concatenate(
               function trim(ws-shell-cmd), " ",
               function trim(ws-side-tmp-dir))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           exit paragraph.

       end program rss-compare-lists.
