      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Security advisory ingestion for vendors that publish
      *>          machine-readable CSAF 2.0 advisories instead of a
      *>          useful RSS feed. A subscription whose "URL" is
      *>          csaf:<url> names the provider's
      *>          provider-metadata.json (its ROLIE feeds are read
      *>          from the distributions), a single ROLIE feed, or one
      *>          advisory document - CSAF JSON or the older CVRF XML.
      *>          The newest "csaf_max_docs" advisories (default 25)
      *>          are fetched with the configured download command
      *>          and each becomes one item: title, severity, CVE
      *>          list, affected products and remediation text, the
      *>          last four as labelled description lines so search,
      *>          tag rules, the watchlist and the asset exposure
      *>          report all see them. Fields already pulled out of a
      *>          document are kept in feeds/csaf_<hash>.dat, so a
      *>          refresh only downloads advisories that are new or
      *>          whose ROLIE entry shows a newer update. rss-
      *>          downloader parses the synthesized feed document
      *>          through the normal pipeline.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-csaf-synth.

       environment division.

       configuration section.

       repository.
           function get-config
           function pipe-open
           function pipe-close
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-fetch-file
               assign to dynamic ws-fetch-file-name
               organization is line sequential
               file status is ws-fetch-file-status.

               select optional fd-csaf-cache-file
               assign to dynamic ws-cache-file-name
               organization is line sequential.

               select fd-synth-file
               assign to dynamic ws-synth-file-name
               organization is line sequential.

       data division.
       file section.
      *> The fetched document, folded to fixed-width lines - a
      *> minified JSON document is one line of any length. A full
      *> record is a fold point, not a line break of the original.
           FD fd-fetch-file
               record varying in size from 0 to 1000 characters
               depending on ws-fetch-line-len.
           01  f-fetch-line-raw               pic x(1000).

           FD fd-csaf-cache-file.
           01  f-csaf-cache-record.
               05  f-cc-url                   pic x(256).
               05  f-cc-updated               pic x(40).
               05  f-cc-fields                pic x(1148).

           FD fd-synth-file.
           01  f-synth-line-raw               pic x(2400).

       working-storage section.

       77  ws-raw-file-name                  pic x(256) value spaces.
       77  ws-fetch-file-name                pic x(256) value spaces.
       77  ws-fetch-file-status              pic 99 value zero.
       77  ws-cache-file-name                pic x(256) value spaces.
       77  ws-synth-file-name                pic x(256) value spaces.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       77  ws-shell-cmd                      pic x(900) value spaces.
       77  ws-shell-status                   pic s9(9) value zero.
       77  ws-provider-url                   pic x(248) value spaces.
       77  ws-fetch-url                      pic x(256) value spaces.
       77  ws-quote-tally                    pic 9(4) value zero.

       77  ws-download-cmd-start             pic x(32) value spaces.
       77  ws-timeout-val                    pic x(32) value spaces.
       77  ws-timeout-secs                   pic 9(6) value 30.
       77  ws-max-docs-val                   pic x(32) value spaces.
       77  ws-max-docs                       pic 9(3) value 25.

       77  ws-fetch-line-len                 pic 9(4) value zero.
       77  ws-char-idx                       pic 9(4) value zero.
       77  ws-scan-char                      pic x value space.

       01  ws-fetch-sw                       pic a value 'N'.
           88  ws-fetch-ok                   value 'Y'.
           88  ws-fetch-failed               value 'N'.

      *> Which syntax the fetched document turned out to be - set
      *> by its first significant character.
       01  ws-doc-format-sw                  pic a value 'U'.
           88  ws-format-unknown             value 'U'.
           88  ws-format-json                value 'J'.
           88  ws-format-xml                 value 'X'.

      *> JSON scan state. Every string value is handed over with
      *> the key path above it, one key (or "[]" for an array
      *> element) per nesting level.
       78  ws-js-max-depth                   value 20.
       01  ws-js-state-sw                    pic a value 'O'.
           88  ws-js-outside                 value 'O'.
           88  ws-js-in-string               value 'S'.
           88  ws-js-escape                  value 'E'.
           88  ws-js-unicode                 value 'U'.
       01  ws-js-key-sw                      pic a value 'N'.
           88  ws-js-want-key                value 'Y'.
           88  ws-js-want-value              value 'N'.
       77  ws-js-depth                       pic 9(3) value zero.
       01  ws-js-path.
           05  ws-js-level occurs 20 times.
               10  ws-js-kind                pic x value space.
               10  ws-js-key                 pic x(32) value spaces.
       77  ws-js-string                      pic x(2000) value spaces.
       77  ws-js-string-len                  pic 9(4) value zero.
       77  ws-js-hex-left                    pic 9 value zero.
       77  ws-js-code-point                  pic 9(5) value zero.
       77  ws-js-hex-digit                   pic 99 value zero.
       77  ws-js-prev-idx                    pic 9(3) value zero.
       77  ws-js-gp-idx                      pic 9(3) value zero.

      *> CVRF (XML) scan state.
       01  ws-xs-state-sw                    pic a value 'C'.
           88  ws-xs-in-content              value 'C'.
           88  ws-xs-in-tag                  value 'T'.
       77  ws-xs-tag                         pic x(200) value spaces.
       77  ws-xs-tag-len                     pic 9(3) value zero.
       77  ws-xs-name                        pic x(64) value spaces.
       77  ws-xs-name-prefix                 pic x(64) value spaces.
       77  ws-xs-name-local                  pic x(64) value spaces.
       77  ws-xs-text                        pic x(2000) value spaces.
       77  ws-xs-text-len                    pic 9(4) value zero.
       01  ws-xs-ident-sw                    pic a value 'N'.
           88  ws-xs-in-ident                value 'Y'.
           88  ws-xs-not-in-ident            value 'N'.
       01  ws-xs-remed-sw                    pic a value 'N'.
           88  ws-xs-in-remed                value 'Y'.
           88  ws-xs-not-in-remed            value 'N'.

      *> The string value just completed, either syntax.
       77  ws-value-text                     pic x(2000) value spaces.
       77  ws-value-len                      pic 9(4) value zero.

      *> The advisory pulled out of the current document - the
      *> same layout as the cache record's fields and the table
      *> entries below.
       01  ws-doc-fields.
           05  ws-doc-id                     pic x(64) value spaces.
           05  ws-doc-date                   pic x(40) value spaces.
           05  ws-doc-severity               pic x(16) value spaces.
           05  ws-doc-title                  pic x(128) value spaces.
           05  ws-doc-cves                   pic x(200) value spaces.
           05  ws-doc-products               pic x(300) value spaces.
           05  ws-doc-remediation            pic x(400) value spaces.
       77  ws-doc-cvss-rank                  pic 9 value zero.
       77  ws-value-rank                     pic 9 value zero.

      *> Channel title: the provider's publisher name, else the
      *> ROLIE feed title, else the subscribed URL.
       77  ws-publisher-name                 pic x(128) value spaces.
       77  ws-rolie-title                    pic x(128) value spaces.

      *> ROLIE feeds named by provider metadata.
       78  ws-max-rolie-feeds                value 5.
       01  ws-rolie-table.
           05  ws-rolie-url occurs 5 times   pic x(256) value spaces.
       77  ws-rolie-count                    pic 9 value zero.
       77  ws-rolie-idx                      pic 9 value zero.

      *> Advisory documents the ROLIE feeds list, with the entry's
      *> "updated" stamp - the newest of them are the ones kept.
       78  ws-max-candidates                 value 1000.
       01  ws-candidate-table.
           05  ws-cand occurs 1000 times.
               10  ws-cand-url               pic x(256) value spaces.
               10  ws-cand-updated           pic x(40) value spaces.
               10  ws-cand-taken             pic a value 'N'.
       77  ws-cand-count                     pic 9(4) value zero.
       77  ws-cand-idx                       pic 9(4) value zero.
       77  ws-best-idx                       pic 9(4) value zero.
       77  ws-pend-url                       pic x(256) value spaces.
       77  ws-pend-updated                   pic x(40) value spaces.

       78  ws-max-advisories                 value 100.
       01  ws-advisory-table.
           05  ws-adv occurs 100 times.
               10  ws-adv-url                pic x(256) value spaces.
               10  ws-adv-updated            pic x(40) value spaces.
               10  ws-adv-ready              pic a value 'N'.
               10  ws-adv-fields.
                   15  ws-adv-id             pic x(64) value spaces.
                   15  ws-adv-date           pic x(40) value spaces.
                   15  ws-adv-severity       pic x(16) value spaces.
                   15  ws-adv-title          pic x(128) value spaces.
                   15  ws-adv-cves           pic x(200) value spaces.
                   15  ws-adv-products       pic x(300) value spaces.
                   15  ws-adv-remediation    pic x(400) value spaces.
       77  ws-adv-count                      pic 9(3) value zero.
       77  ws-adv-idx                        pic 9(3) value zero.

       01  ws-cache-table.
           05  ws-cache occurs 100 times.
               10  ws-cache-url              pic x(256) value spaces.
               10  ws-cache-updated          pic x(40) value spaces.
               10  ws-cache-fields           pic x(1148) value spaces.
       77  ws-cache-count                    pic 9(3) value zero.
       77  ws-cache-idx                      pic 9(3) value zero.
       77  ws-cache-scan-idx                 pic 9(3) value zero.
       77  ws-downloaded-count               pic 9(3) value zero.
       77  ws-items-written                  pic 9(3) value zero.

      *> De-duplicating list builder (CVEs, products, remediation).
       77  ws-list-buffer                    pic x(400) value spaces.
       77  ws-list-value                     pic x(400) value spaces.
       77  ws-list-limit                     pic 9(3) value zero.
       77  ws-list-sep                       pic x(2) value spaces.
       77  ws-list-used                      pic 9(4) value zero.
       77  ws-list-needed                    pic 9(4) value zero.
       77  ws-list-tally                     pic 9(4) value zero.

      *> Synthetic guid/cache key: rolling hash, the same cheap
      *> stable scheme the article store keys files with.
       77  ws-hash-input                     pic x(256) value spaces.
       77  ws-hash-value                     pic 9(9) value zero.
       77  ws-hash-idx                       pic 9(4) value zero.

       77  ws-synth-line                     pic x(2400) value spaces.
       77  ws-item-heading                   pic x(200) value spaces.
       77  ws-item-severity                  pic x(16) value spaces.
       77  ws-desc-text                      pic x(1400) value spaces.
       78  ws-desc-break                     value "&lt;br&gt;".

      *> XML escaping scratch.
       77  ws-escape-input                   pic x(600) value spaces.
       77  ws-escaped-text                   pic x(1400) value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-csaf-url                        pic x(256).
       01  l-synth-file-name                 pic x(255).

       01  l-csaf-status                     pic 9.
           88  l-csaf-ok                     value 1.
           88  l-csaf-failed                 value 2.

       procedure division using
           l-csaf-url, l-synth-file-name, l-csaf-status.

       main-procedure.

           set l-csaf-failed to true

           move function trim(l-csaf-url(6:)) to ws-provider-url
           move function trim(l-synth-file-name)
               to ws-synth-file-name
           move function resolve-data-path("feeds/csaf_fetch.tmp")
               to ws-raw-file-name
           move function resolve-data-path("feeds/csaf_fetch.txt")
               to ws-fetch-file-name

           move ws-provider-url to ws-hash-input
           perform compute-hash
           move function resolve-data-path(function concatenate(
               "feeds/csaf_", ws-hash-value, ".dat"))
               to ws-cache-file-name

           move spaces to ws-publisher-name ws-rolie-title
           move zero to ws-rolie-count ws-cand-count ws-adv-count
           move zero to ws-cache-count ws-downloaded-count
           move zero to ws-items-written

           perform load-csaf-config

           if ws-download-cmd-start = spaces then
               call "logger" using
                   "CSAF: no download command configured."
               end-call
               goback
           end-if

      *> The subscribed URL decides its own kind by what it holds:
      *> provider metadata lists ROLIE feeds, a ROLIE feed lists
      *> entries, anything else should be a single advisory.
           move ws-provider-url to ws-fetch-url
           perform reset-doc-fields
           perform fetch-and-scan

           if ws-fetch-failed then
               call "logger" using function concatenate(
                   "CSAF fetch produced no data: ",
                   function trim(ws-provider-url))
               end-call
               goback
           end-if

           evaluate true
               when ws-rolie-count > zero
                   perform varying ws-rolie-idx from 1 by 1
                       until ws-rolie-idx > ws-rolie-count
                       move ws-rolie-url(ws-rolie-idx)
                           to ws-fetch-url
                       perform fetch-and-scan
                   end-perform
                   perform select-newest-candidates
               when ws-cand-count > zero
                   perform select-newest-candidates
               when ws-doc-title not = spaces
               or ws-doc-id not = spaces
                   perform finish-doc-fields
                   move 1 to ws-adv-count
                   move ws-provider-url to ws-adv-url(1)
                   move ws-doc-date to ws-adv-updated(1)
                   move ws-doc-fields to ws-adv-fields(1)
                   move 'Y' to ws-adv-ready(1)
                   move 1 to ws-downloaded-count
               when other
                   continue
           end-evaluate

           if ws-adv-count = zero then
               call "logger" using function concatenate(
                   "ERROR|No CSAF provider metadata, ROLIE feed or ",
                   "advisory at: ", function trim(ws-provider-url))
               end-call
               perform remove-fetch-files
               goback
           end-if

           perform load-advisory-cache
           perform fill-advisory-fields
           perform save-advisory-cache

           open output fd-synth-file

               perform write-channel-header

               perform varying ws-adv-idx from 1 by 1
                   until ws-adv-idx > ws-adv-count
                   if ws-adv-ready(ws-adv-idx) = 'Y' then
                       perform render-one-advisory
                   end-if
               end-perform

               move "</channel>" to ws-synth-line
               write f-synth-line-raw from ws-synth-line
               move "</rss>" to ws-synth-line
               write f-synth-line-raw from ws-synth-line

           close fd-synth-file

           perform remove-fetch-files

           call "logger" using function concatenate(
               "CSAF: ", ws-items-written, " advisory item(s), ",
               ws-downloaded-count, " document(s) downloaded, from: ",
               function trim(ws-provider-url))
           end-call

           set l-csaf-ok to true

           goback.


       load-csaf-config.

           move function get-config("down_cmd")
               to ws-download-cmd-start
           if ws-download-cmd-start = "NOT-SET" then
               move spaces to ws-download-cmd-start
           end-if

           move function get-config("download_timeout")
               to ws-timeout-val
           if ws-timeout-val not = "NOT-SET"
           and ws-timeout-val not = spaces
           and function trim(ws-timeout-val) is numeric then
               move function numval(ws-timeout-val)
                   to ws-timeout-secs
           end-if

      *> How many of the provider's newest advisories the feed
      *> carries - each new one costs a download.
           move function get-config("csaf_max_docs")
               to ws-max-docs-val
           if ws-max-docs-val not = "NOT-SET"
           and ws-max-docs-val not = spaces
           and function trim(ws-max-docs-val) is numeric then
               move function numval(ws-max-docs-val) to ws-max-docs
           end-if
           if ws-max-docs < 1 or ws-max-docs > ws-max-advisories then
               move 25 to ws-max-docs
           end-if

           exit paragraph.


       fetch-and-scan.

           set ws-fetch-failed to true

      *> Document URLs come from the provider's own files - only
      *> plain http(s) URLs with nothing that could break out of
      *> the quoting go near the shell.
           move zero to ws-quote-tally
           inspect ws-fetch-url tallying ws-quote-tally
               for all "'" all "`" all "$" all x"0a" all x"0d"
           if ws-quote-tally > zero
           or (function lower-case(ws-fetch-url(1:7)) not = "http://"
               and function lower-case(ws-fetch-url(1:8))
               not = "https://")
           then
               call "logger" using function concatenate(
                   "CSAF: refusing unsafe URL: ",
                   function trim(ws-fetch-url))
               end-call
               exit paragraph
           end-if

           move function concatenate(
               "timeout ", function trim(ws-timeout-secs), " ",
               function trim(ws-download-cmd-start), " ",
               function trim(ws-raw-file-name), " '",
               function trim(ws-fetch-url), "' && fold -b -w 1000 ",
               function trim(ws-raw-file-name), " > ",
               function trim(ws-fetch-file-name))
               to ws-shell-cmd

           move pipe-open(ws-shell-cmd, "r") to ws-pipe-record

           if ws-pipe-return = 255 then
               exit paragraph
           end-if

           move pipe-close(ws-pipe-record) to ws-shell-status

           if ws-shell-status not = zero then
               call "logger" using function concatenate(
                   "CSAF: download failed with status ",
                   ws-shell-status, " for: ",
                   function trim(ws-fetch-url))
               end-call
               exit paragraph
           end-if

           set ws-format-unknown to true
           set ws-js-outside to true
           set ws-js-want-value to true
           move zero to ws-js-depth
           set ws-xs-in-content to true
           set ws-xs-not-in-ident to true
           set ws-xs-not-in-remed to true
           move spaces to ws-xs-text
           move zero to ws-xs-text-len
           move spaces to ws-pend-url ws-pend-updated

           set ws-not-eof to true

           open input fd-fetch-file

           if ws-fetch-file-status not = zero then
               close fd-fetch-file
               exit paragraph
           end-if

           perform until ws-eof
               read fd-fetch-file
                   at end set ws-eof to true
               not at end
                   set ws-fetch-ok to true
                   perform scan-fetch-line
               end-read
           end-perform

           close fd-fetch-file
           set ws-not-eof to true

           exit paragraph.


       scan-fetch-line.

           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > ws-fetch-line-len

               move f-fetch-line-raw(ws-char-idx:1) to ws-scan-char

               evaluate true
                   when ws-format-json
                       perform scan-json-char
                   when ws-format-xml
                       perform scan-xml-char
                   when ws-scan-char = "<"
                       set ws-format-xml to true
                       perform scan-xml-char
                   when ws-scan-char = space or x"09"
                   or x"0d" or x"ef" or x"bb" or x"bf"
                       continue
                   when other
                       set ws-format-json to true
                       perform scan-json-char
               end-evaluate

           end-perform

      *> A short line ended at one of the document's own line
      *> breaks - whitespace to XML text. JSON has none inside its
      *> strings, so it needs nothing.
           if ws-fetch-line-len < 1000 and ws-format-xml then
               move space to ws-scan-char
               perform scan-xml-char
           end-if

           exit paragraph.


       scan-json-char.

           evaluate true

               when ws-js-escape
                   set ws-js-in-string to true
                   evaluate ws-scan-char
                       when "n"
                       when "t"
                       when "r"
                       when "b"
                       when "f"
                           move space to ws-scan-char
                           perform append-json-char
                       when "u"
                           set ws-js-unicode to true
                           move 4 to ws-js-hex-left
                           move zero to ws-js-code-point
                       when other
                           perform append-json-char
                   end-evaluate

               when ws-js-unicode
                   perform add-unicode-hex-digit

               when ws-js-in-string
                   evaluate ws-scan-char
                       when "\"
                           set ws-js-escape to true
                       when quote
                           perform end-json-string
                       when other
                           perform append-json-char
                   end-evaluate

               when other
                   evaluate ws-scan-char
                       when quote
                           set ws-js-in-string to true
                           move spaces to ws-js-string
                           move zero to ws-js-string-len
                       when "{"
                           add 1 to ws-js-depth
                           if ws-js-depth <= ws-js-max-depth then
                               move "O" to ws-js-kind(ws-js-depth)
                               move spaces to ws-js-key(ws-js-depth)
                           end-if
                           set ws-js-want-key to true
                       when "["
                           add 1 to ws-js-depth
                           if ws-js-depth <= ws-js-max-depth then
                               move "A" to ws-js-kind(ws-js-depth)
                               move "[]" to ws-js-key(ws-js-depth)
                           end-if
                           set ws-js-want-value to true
                       when "}"
                           perform close-json-object
                           if ws-js-depth > zero then
                               subtract 1 from ws-js-depth
                           end-if
                           set ws-js-want-value to true
                       when "]"
                           if ws-js-depth > zero then
                               subtract 1 from ws-js-depth
                           end-if
                           set ws-js-want-value to true
                       when ","
                           if ws-js-depth > zero
                           and ws-js-depth <= ws-js-max-depth then
                               if ws-js-kind(ws-js-depth) = "O" then
                                   set ws-js-want-key to true
                               end-if
                           end-if
                       when other
                           continue
                   end-evaluate

           end-evaluate

           exit paragraph.


       append-json-char.

           if ws-js-string-len < 2000 then
               add 1 to ws-js-string-len
               move ws-scan-char to ws-js-string(ws-js-string-len:1)
           end-if

           exit paragraph.


       add-unicode-hex-digit.

      *> \uXXXX - gather the four hex digits, then put the code
      *> point back as UTF-8. A surrogate half has no meaning on
      *> its own and becomes "?".
           move function upper-case(ws-scan-char) to ws-scan-char
           if ws-scan-char >= "0" and ws-scan-char <= "9" then
               compute ws-js-hex-digit =
                   function ord(ws-scan-char) - function ord("0")
           else
               if ws-scan-char >= "A" and ws-scan-char <= "F" then
                   compute ws-js-hex-digit =
                       function ord(ws-scan-char)
                       - function ord("A") + 10
               else
                   move zero to ws-js-hex-digit
               end-if
           end-if

           compute ws-js-code-point =
               ws-js-code-point * 16 + ws-js-hex-digit
           subtract 1 from ws-js-hex-left

           if ws-js-hex-left > zero then
               exit paragraph
           end-if

           set ws-js-in-string to true

           evaluate true
               when ws-js-code-point < 32
                   move space to ws-scan-char
                   perform append-json-char
               when ws-js-code-point < 128
                   move function char(ws-js-code-point + 1)
                       to ws-scan-char
                   perform append-json-char
               when ws-js-code-point < 2048
                   move function char(192
                       + function integer(ws-js-code-point / 64) + 1)
                       to ws-scan-char
                   perform append-json-char
                   move function char(128
                       + function mod(ws-js-code-point, 64) + 1)
                       to ws-scan-char
                   perform append-json-char
               when ws-js-code-point >= 55296
               and ws-js-code-point <= 57343
                   move "?" to ws-scan-char
                   perform append-json-char
               when other
                   move function char(224
                       + function integer(ws-js-code-point / 4096)
                       + 1)
                       to ws-scan-char
                   perform append-json-char
                   move function char(128 + function mod(
                       function integer(ws-js-code-point / 64), 64)
                       + 1)
                       to ws-scan-char
                   perform append-json-char
                   move function char(128
                       + function mod(ws-js-code-point, 64) + 1)
                       to ws-scan-char
                   perform append-json-char
           end-evaluate

           exit paragraph.


       end-json-string.

           set ws-js-outside to true

           if ws-js-depth = zero
           or ws-js-depth > ws-js-max-depth then
               exit paragraph
           end-if

           if ws-js-kind(ws-js-depth) = "O" and ws-js-want-key then
               move ws-js-string(1:32) to ws-js-key(ws-js-depth)
               set ws-js-want-value to true
               exit paragraph
           end-if

           move function trim(ws-js-string) to ws-value-text
           move function length(function trim(ws-value-text,
               trailing)) to ws-value-len

           evaluate ws-js-key(1)
               when "document"
                   perform take-document-value
               when "vulnerabilities"
                   perform take-vulnerability-value
               when "product_tree"
                   perform take-product-value
               when "distributions"
                   perform take-distribution-value
               when "publisher"
                   if ws-js-depth = 2 and ws-js-key(2) = "name"
                   and ws-publisher-name = spaces then
                       move ws-value-text to ws-publisher-name
                   end-if
               when "feed"
                   perform take-rolie-value
               when other
                   continue
           end-evaluate

           exit paragraph.


       close-json-object.

      *> A ROLIE entry is complete once its object closes - its
      *> document link and its "updated" stamp can come in either
      *> order.
           if ws-js-depth = 4
           and ws-js-key(1) = "feed" and ws-js-key(2) = "entry" then
               if ws-pend-url not = spaces
               and ws-cand-count < ws-max-candidates then
                   add 1 to ws-cand-count
                   move ws-pend-url to ws-cand-url(ws-cand-count)
                   move ws-pend-updated
                       to ws-cand-updated(ws-cand-count)
                   move 'N' to ws-cand-taken(ws-cand-count)
               end-if
               move spaces to ws-pend-url ws-pend-updated
           end-if

           exit paragraph.


       take-document-value.

           evaluate true
               when ws-js-depth = 2 and ws-js-key(2) = "title"
                   move ws-value-text to ws-doc-title
               when ws-js-depth = 3 and ws-js-key(2) = "tracking"
               and ws-js-key(3) = "id"
                   move ws-value-text to ws-doc-id
               when ws-js-depth = 3 and ws-js-key(2) = "tracking"
               and ws-js-key(3) = "current_release_date"
                   move ws-value-text to ws-doc-date
               when ws-js-depth = 3
               and ws-js-key(2) = "aggregate_severity"
               and ws-js-key(3) = "text"
                   move ws-value-text to ws-doc-severity
               when ws-js-depth = 3 and ws-js-key(2) = "publisher"
               and ws-js-key(3) = "name"
               and ws-publisher-name = spaces
                   move ws-value-text to ws-publisher-name
               when other
                   continue
           end-evaluate

           exit paragraph.


       take-vulnerability-value.

           if ws-js-depth < 3 then
               exit paragraph
           end-if

           compute ws-js-gp-idx = ws-js-depth - 2

           evaluate true
               when ws-js-key(ws-js-depth) = "cve"
                   move ws-value-text to ws-list-value
                   perform add-doc-cve
               when ws-js-key(ws-js-depth) = "baseSeverity"
                   perform rank-cvss-severity
               when ws-js-key(ws-js-depth) = "details"
               and ws-js-key(ws-js-gp-idx) = "remediations"
                   move ws-value-text to ws-list-value
                   perform add-doc-remediation
               when other
                   continue
           end-evaluate

           exit paragraph.


       take-product-value.

      *> Product names sit in the branch leaves
      *> (.../product/name), in full_product_names[] and in the
      *> relationships' full_product_name.
           if ws-js-depth < 3
           or ws-js-key(ws-js-depth) not = "name" then
               exit paragraph
           end-if

           compute ws-js-prev-idx = ws-js-depth - 1
           compute ws-js-gp-idx = ws-js-depth - 2

           if ws-js-key(ws-js-prev-idx) = "product"
           or ws-js-key(ws-js-prev-idx) = "full_product_name"
           or ws-js-key(ws-js-gp-idx) = "full_product_names" then
               move ws-value-text to ws-list-value
               perform add-doc-product
           end-if

           exit paragraph.


       take-distribution-value.

      *> provider-metadata.json: distributions[].rolie.feeds[].url
           if ws-js-depth < 3 then
               exit paragraph
           end-if

           compute ws-js-gp-idx = ws-js-depth - 2

           if ws-js-key(ws-js-depth) = "url"
           and ws-js-key(ws-js-gp-idx) = "feeds"
           and ws-rolie-count < ws-max-rolie-feeds then
               add 1 to ws-rolie-count
               move ws-value-text to ws-rolie-url(ws-rolie-count)
           end-if

           exit paragraph.


       take-rolie-value.

           if ws-js-depth = 2 and ws-js-key(2) = "title"
           and ws-rolie-title = spaces then
               move ws-value-text to ws-rolie-title
               exit paragraph
           end-if

           if ws-js-depth < 4 or ws-js-key(2) not = "entry" then
               exit paragraph
           end-if

           if ws-js-depth = 4 and ws-js-key(4) = "updated" then
               move ws-value-text to ws-pend-updated
               exit paragraph
           end-if

      *> The entry's link/content point at the advisory itself,
      *> next to its .asc/.sha256/.sha512 companions.
           if (ws-js-key(ws-js-depth) = "href"
               or ws-js-key(ws-js-depth) = "src")
           and ws-pend-url = spaces
           and ws-value-len > 5 then
               if function lower-case(
                   ws-value-text(ws-value-len - 4:5)) = ".json" then
                   move ws-value-text to ws-pend-url
               end-if
           end-if

           exit paragraph.


       rank-cvss-severity.

           evaluate function upper-case(ws-value-text)
               when "CRITICAL"
                   move 4 to ws-value-rank
               when "HIGH"
                   move 3 to ws-value-rank
               when "MEDIUM"
                   move 2 to ws-value-rank
               when "LOW"
                   move 1 to ws-value-rank
               when other
                   move zero to ws-value-rank
           end-evaluate

           if ws-value-rank > ws-doc-cvss-rank then
               move ws-value-rank to ws-doc-cvss-rank
           end-if

           exit paragraph.


       scan-xml-char.

           if ws-xs-in-tag then
               if ws-scan-char = ">" then
                   set ws-xs-in-content to true
                   perform end-xml-tag
               else
                   if ws-xs-tag-len < 200 then
                       add 1 to ws-xs-tag-len
                       move ws-scan-char
                           to ws-xs-tag(ws-xs-tag-len:1)
                   end-if
               end-if
               exit paragraph
           end-if

           if ws-scan-char = "<" then
               set ws-xs-in-tag to true
               move spaces to ws-xs-tag
               move zero to ws-xs-tag-len
               exit paragraph
           end-if

           if ws-xs-text-len < 2000 then
               add 1 to ws-xs-text-len
               move ws-scan-char to ws-xs-text(ws-xs-text-len:1)
           end-if

           exit paragraph.


       end-xml-tag.

           if ws-xs-tag-len = zero then
               exit paragraph
           end-if

      *> Declarations, comments and processing instructions carry
      *> nothing wanted - except CDATA, which is element text.
           if ws-xs-tag(1:8) = "![CDATA[" then
               if ws-xs-tag-len > 10 and ws-xs-text-len < 2000 then
                   move ws-xs-tag(9:ws-xs-tag-len - 10)
                       to ws-xs-text(ws-xs-text-len + 1:)
                   compute ws-xs-text-len =
                       ws-xs-text-len + ws-xs-tag-len - 10
                   if ws-xs-text-len > 2000 then
                       move 2000 to ws-xs-text-len
                   end-if
               end-if
               exit paragraph
           end-if

           if ws-xs-tag(1:1) = "?" or ws-xs-tag(1:1) = "!" then
               exit paragraph
           end-if

           move spaces to ws-xs-name
           if ws-xs-tag(1:1) = "/" then
               unstring ws-xs-tag(2:) delimited by space or x"09"
                   into ws-xs-name
               end-unstring
           else
               unstring ws-xs-tag delimited by space or x"09" or "/"
                   into ws-xs-name
               end-unstring
           end-if

      *> Match on the local name - CVRF producers differ on the
      *> vuln:/prod:/cvrf: prefixes.
           move spaces to ws-xs-name-prefix ws-xs-name-local
           unstring ws-xs-name delimited by ":"
               into ws-xs-name-prefix ws-xs-name-local
           end-unstring
           if ws-xs-name-local not = spaces then
               move ws-xs-name-local to ws-xs-name
           end-if

           if ws-xs-tag(1:1) = "/" then
               perform close-xml-element
           else
               if ws-xs-tag(ws-xs-tag-len:1) not = "/" then
                   perform open-xml-element
               end-if
           end-if

           exit paragraph.


       open-xml-element.

           move spaces to ws-xs-text
           move zero to ws-xs-text-len

           evaluate ws-xs-name
               when "Identification"
                   set ws-xs-in-ident to true
               when "Remediation"
                   set ws-xs-in-remed to true
               when other
                   continue
           end-evaluate

           exit paragraph.


       close-xml-element.

           move function substitute(function trim(ws-xs-text),
               "&lt;", "<",
               "&gt;", ">",
               "&quot;", '"',
               "&apos;", "'",
               "&amp;", "&")
               to ws-value-text

           evaluate ws-xs-name
               when "DocumentTitle"
                   if ws-doc-title = spaces then
                       move ws-value-text to ws-doc-title
                   end-if
               when "ID"
                   if ws-xs-in-ident and ws-doc-id = spaces then
                       move ws-value-text to ws-doc-id
                   end-if
               when "Identification"
                   set ws-xs-not-in-ident to true
               when "CurrentReleaseDate"
                   move ws-value-text to ws-doc-date
               when "AggregateSeverity"
                   move ws-value-text to ws-doc-severity
               when "CVE"
                   move ws-value-text to ws-list-value
                   perform add-doc-cve
               when "FullProductName"
                   move ws-value-text to ws-list-value
                   perform add-doc-product
               when "Description"
                   if ws-xs-in-remed then
                       move ws-value-text to ws-list-value
                       perform add-doc-remediation
                   end-if
               when "Remediation"
                   set ws-xs-not-in-remed to true
               when other
                   continue
           end-evaluate

           move spaces to ws-xs-text
           move zero to ws-xs-text-len

           exit paragraph.


       add-doc-cve.

           move ws-doc-cves to ws-list-buffer
           move 200 to ws-list-limit
           move ", " to ws-list-sep
           perform append-list-value
           move ws-list-buffer to ws-doc-cves

           exit paragraph.


       add-doc-product.

           move ws-doc-products to ws-list-buffer
           move 300 to ws-list-limit
           move "; " to ws-list-sep
           perform append-list-value
           move ws-list-buffer to ws-doc-products

           exit paragraph.


       add-doc-remediation.

           move ws-doc-remediation to ws-list-buffer
           move 400 to ws-list-limit
           move "; " to ws-list-sep
           perform append-list-value
           move ws-list-buffer to ws-doc-remediation

           exit paragraph.


       append-list-value.

      *> Each distinct value once, in document order, until the
      *> field is full - a value that no longer fits is dropped
      *> whole rather than cut, except the very first.
           if ws-list-value = spaces then
               exit paragraph
           end-if

           move zero to ws-list-tally
           inspect ws-list-buffer tallying ws-list-tally
               for all function trim(ws-list-value)
           if ws-list-tally > zero then
               exit paragraph
           end-if

           if ws-list-buffer = spaces then
               move ws-list-value(1:ws-list-limit) to ws-list-buffer
               exit paragraph
           end-if

           move function length(function trim(ws-list-buffer,
               trailing)) to ws-list-used
           compute ws-list-needed = ws-list-used + 2
               + function length(function trim(ws-list-value))

           if ws-list-needed > ws-list-limit then
               exit paragraph
           end-if

           move function concatenate(
               ws-list-buffer(1:ws-list-used), ws-list-sep,
               function trim(ws-list-value))
               to ws-list-buffer

           exit paragraph.


       reset-doc-fields.

           move spaces to ws-doc-fields
           move zero to ws-doc-cvss-rank

           exit paragraph.


       finish-doc-fields.

      *> No aggregate severity in the document - fall back to the
      *> worst CVSS v3 base severity among its vulnerabilities.
           if ws-doc-severity = spaces then
               evaluate ws-doc-cvss-rank
                   when 4
                       move "Critical" to ws-doc-severity
                   when 3
                       move "High" to ws-doc-severity
                   when 2
                       move "Medium" to ws-doc-severity
                   when 1
                       move "Low" to ws-doc-severity
                   when other
                       continue
               end-evaluate
           end-if

           exit paragraph.


       select-newest-candidates.

      *> ROLIE feeds are not kept in any order - take the newest
      *> entries by their "updated" stamp (ISO 8601, so they sort
      *> as text), up to csaf_max_docs.
           move zero to ws-adv-count

           perform until ws-adv-count >= ws-max-docs

               move zero to ws-best-idx
               perform varying ws-cand-idx from 1 by 1
                   until ws-cand-idx > ws-cand-count
                   if ws-cand-taken(ws-cand-idx) = 'N' then
                       if ws-best-idx = zero then
                           move ws-cand-idx to ws-best-idx
                       else
                           if ws-cand-updated(ws-cand-idx)
                           > ws-cand-updated(ws-best-idx) then
                               move ws-cand-idx to ws-best-idx
                           end-if
                       end-if
                   end-if
               end-perform

               if ws-best-idx = zero then
                   exit perform
               end-if

               move 'Y' to ws-cand-taken(ws-best-idx)
               add 1 to ws-adv-count
               move ws-cand-url(ws-best-idx) to ws-adv-url(ws-adv-count)
               move ws-cand-updated(ws-best-idx)
                   to ws-adv-updated(ws-adv-count)
               move 'N' to ws-adv-ready(ws-adv-count)

           end-perform

           exit paragraph.


       load-advisory-cache.

           move zero to ws-cache-count
           set ws-not-eof to true

           open input fd-csaf-cache-file
               perform until ws-eof
                   or ws-cache-count >= ws-max-advisories
                   read fd-csaf-cache-file
                       at end set ws-eof to true
                   not at end
                       if f-cc-url not = spaces then
                           add 1 to ws-cache-count
                           move f-cc-url
                               to ws-cache-url(ws-cache-count)
                           move f-cc-updated
                               to ws-cache-updated(ws-cache-count)
                           move f-cc-fields
                               to ws-cache-fields(ws-cache-count)
                       end-if
                   end-read
               end-perform
           close fd-csaf-cache-file

           set ws-not-eof to true

           exit paragraph.


       fill-advisory-fields.

           perform varying ws-adv-idx from 1 by 1
               until ws-adv-idx > ws-adv-count

               if ws-adv-ready(ws-adv-idx) not = 'Y' then
                   perform fill-one-advisory
               end-if

           end-perform

           exit paragraph.


       fill-one-advisory.

           move zero to ws-cache-idx
           perform varying ws-cache-scan-idx from 1 by 1
               until ws-cache-scan-idx > ws-cache-count
               if ws-cache-url(ws-cache-scan-idx)
               = ws-adv-url(ws-adv-idx) then
                   move ws-cache-scan-idx to ws-cache-idx
               end-if
           end-perform

           if ws-cache-idx > zero then
               if ws-cache-updated(ws-cache-idx)
               = ws-adv-updated(ws-adv-idx) then
                   move ws-cache-fields(ws-cache-idx)
                       to ws-adv-fields(ws-adv-idx)
                   move 'Y' to ws-adv-ready(ws-adv-idx)
                   exit paragraph
               end-if
           end-if

           move ws-adv-url(ws-adv-idx) to ws-fetch-url
           perform reset-doc-fields
           perform fetch-and-scan

           if ws-fetch-ok
           and (ws-doc-title not = spaces or ws-doc-id not = spaces)
           then
               perform finish-doc-fields
               move ws-doc-fields to ws-adv-fields(ws-adv-idx)
               move 'Y' to ws-adv-ready(ws-adv-idx)
               add 1 to ws-downloaded-count
               exit paragraph
           end-if

      *> Unreachable or unreadable this time - an earlier copy of
      *> the advisory still beats dropping it from the feed.
           if ws-cache-idx > zero then
               move ws-cache-fields(ws-cache-idx)
                   to ws-adv-fields(ws-adv-idx)
               move ws-cache-updated(ws-cache-idx)
                   to ws-adv-updated(ws-adv-idx)
               move 'Y' to ws-adv-ready(ws-adv-idx)
           else
               call "logger" using function concatenate(
                   "CSAF: could not read advisory: ",
                   function trim(ws-adv-url(ws-adv-idx)))
               end-call
           end-if

           exit paragraph.


       save-advisory-cache.

      *> Only what the feed carries now - advisories that dropped
      *> out of the newest set leave the cache with them.
           open output fd-csaf-cache-file
               perform varying ws-adv-idx from 1 by 1
                   until ws-adv-idx > ws-adv-count
                   if ws-adv-ready(ws-adv-idx) = 'Y' then
                       move ws-adv-url(ws-adv-idx) to f-cc-url
                       move ws-adv-updated(ws-adv-idx)
                           to f-cc-updated
                       move ws-adv-fields(ws-adv-idx) to f-cc-fields
                       write f-csaf-cache-record
                   end-if
               end-perform
           close fd-csaf-cache-file

           exit paragraph.


       write-channel-header.

           move '<?xml version="1.0" encoding="UTF-8"?>'
               to ws-synth-line
           write f-synth-line-raw from ws-synth-line
           move '<rss version="2.0">' to ws-synth-line
           write f-synth-line-raw from ws-synth-line
           move "<channel>" to ws-synth-line
           write f-synth-line-raw from ws-synth-line

           move spaces to ws-escape-input
           evaluate true
               when ws-publisher-name not = spaces
                   move ws-publisher-name to ws-escape-input
               when ws-rolie-title not = spaces
                   move ws-rolie-title to ws-escape-input
               when other
                   move ws-provider-url to ws-escape-input
           end-evaluate
           perform xml-escape
           move function concatenate(
               "<title>CSAF: ",
               function trim(ws-escaped-text), "</title>")
               to ws-synth-line
           write f-synth-line-raw from ws-synth-line

           move spaces to ws-escape-input
           move ws-provider-url to ws-escape-input
           perform xml-escape
           move function concatenate(
               "<link>", function trim(ws-escaped-text), "</link>")
               to ws-synth-line
           write f-synth-line-raw from ws-synth-line

           move function concatenate(
               "<description>Security advisories synthesized from ",
               "a CSAF provider's documents.</description>")
               to ws-synth-line
           write f-synth-line-raw from ws-synth-line

           exit paragraph.


       render-one-advisory.

           move "<item>" to ws-synth-line
           write f-synth-line-raw from ws-synth-line

           evaluate true
               when ws-adv-id(ws-adv-idx) = spaces
                   move ws-adv-title(ws-adv-idx) to ws-item-heading
               when ws-adv-title(ws-adv-idx) = spaces
                   move ws-adv-id(ws-adv-idx) to ws-item-heading
               when other
                   move function concatenate(
                       function trim(ws-adv-id(ws-adv-idx)), ": ",
                       function trim(ws-adv-title(ws-adv-idx)))
                       to ws-item-heading
           end-evaluate

           move spaces to ws-escape-input
           move ws-item-heading to ws-escape-input
           perform xml-escape
           move function concatenate(
               "<title>", function trim(ws-escaped-text),
               "</title>")
               to ws-synth-line
           write f-synth-line-raw from ws-synth-line

           move spaces to ws-escape-input
           move ws-adv-url(ws-adv-idx) to ws-escape-input
           perform xml-escape
           move function concatenate(
               "<link>", function trim(ws-escaped-text), "</link>")
               to ws-synth-line
           write f-synth-line-raw from ws-synth-line

      *> CSAF and CVRF dates are ISO 8601, which rss-parser's date
      *> decoding already reads.
           if ws-adv-date(ws-adv-idx) not = spaces then
               move spaces to ws-escape-input
               move ws-adv-date(ws-adv-idx) to ws-escape-input
               perform xml-escape
               move function concatenate(
                   "<pubDate>", function trim(ws-escaped-text),
                   "</pubDate>")
                   to ws-synth-line
               write f-synth-line-raw from ws-synth-line
           end-if

      *> The tracking id is unique per publisher and stays put
      *> across revisions, so a revised advisory replaces its item
      *> instead of arriving as a new one.
           if ws-adv-id(ws-adv-idx) not = spaces then
               move spaces to ws-escape-input
               move ws-adv-id(ws-adv-idx) to ws-escape-input
               perform xml-escape
               move function concatenate(
                   '<guid isPermaLink="false">csaf-',
                   function trim(ws-escaped-text), "</guid>")
                   to ws-synth-line
           else
               move ws-adv-url(ws-adv-idx) to ws-hash-input
               perform compute-hash
               move function concatenate(
                   '<guid isPermaLink="false">csaf-',
                   ws-hash-value, "</guid>")
                   to ws-synth-line
           end-if
           write f-synth-line-raw from ws-synth-line

           move ws-adv-severity(ws-adv-idx) to ws-item-severity
           if ws-item-severity = spaces then
               move "unrated" to ws-item-severity
           end-if

      *> Upstream categories become tags under "map_categories".
           move "<category>csaf</category>" to ws-synth-line
           write f-synth-line-raw from ws-synth-line
           move spaces to ws-escape-input
           move function lower-case(ws-item-severity)
               to ws-escape-input
           perform xml-escape
           move function concatenate(
               "<category>", function trim(ws-escaped-text),
               "</category>")
               to ws-synth-line
           write f-synth-line-raw from ws-synth-line

      *> One labelled line per field, products ahead of the long
      *> remediation text so they stay inside the stored
      *> description that the asset and watchlist matching read.
           move spaces to ws-escape-input
           move function concatenate(
               "Severity: ", function trim(ws-item-severity))
               to ws-escape-input
           perform xml-escape
           move ws-escaped-text to ws-desc-text

           if ws-adv-cves(ws-adv-idx) not = spaces then
               move spaces to ws-escape-input
               move function concatenate(
                   "CVEs: ", function trim(ws-adv-cves(ws-adv-idx)))
                   to ws-escape-input
               perform xml-escape
               perform append-desc-line
           end-if

           if ws-adv-products(ws-adv-idx) not = spaces then
               move spaces to ws-escape-input
               move function concatenate(
                   "Affected products: ",
                   function trim(ws-adv-products(ws-adv-idx)))
                   to ws-escape-input
               perform xml-escape
               perform append-desc-line
           end-if

           if ws-adv-remediation(ws-adv-idx) not = spaces then
               move spaces to ws-escape-input
               move function concatenate(
                   "Remediation: ",
                   function trim(ws-adv-remediation(ws-adv-idx)))
                   to ws-escape-input
               perform xml-escape
               perform append-desc-line
           end-if

           move function concatenate(
               "<description>", function trim(ws-desc-text),
               "</description>")
               to ws-synth-line
           write f-synth-line-raw from ws-synth-line

           move "</item>" to ws-synth-line
           write f-synth-line-raw from ws-synth-line

           add 1 to ws-items-written

           exit paragraph.


       append-desc-line.

           move function concatenate(
               function trim(ws-desc-text), ws-desc-break,
               function trim(ws-escaped-text))
               to ws-desc-text

           exit paragraph.


       remove-fetch-files.

           move function concatenate(
               "rm -f ", function trim(ws-raw-file-name), " ",
               function trim(ws-fetch-file-name))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           exit paragraph.


       compute-hash.

           move zero to ws-hash-value

           perform varying ws-hash-idx from 1 by 1
               until ws-hash-idx > 256
               if ws-hash-input(ws-hash-idx:1) not = space then
                   compute ws-hash-value =
                       function mod(
                           ws-hash-value * 31
                           + function ord(
                               ws-hash-input(ws-hash-idx:1)),
                           999999937)
               end-if
           end-perform

           exit paragraph.


       xml-escape.

           move function substitute(ws-escape-input,
               "&", "&amp;",
               "<", "&lt;",
               ">", "&gt;")
               to ws-escaped-text
           move spaces to ws-escape-input

           exit paragraph.

       end program rss-csaf-synth.
