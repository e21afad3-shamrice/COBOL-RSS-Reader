      *>          deletes oldest files first until each store is
      *>          back inside its budget - except article files the
      *>          read-later queue still references, which are
      *>          never deleted. The headroom mode only measures:
      *>          it hands back the smallest share of any budget
      *>          still free (for --check) and records nothing.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       77  ws-budget-mb-disp                 pic z(5)9.
       77  ws-growth-kb                      pic s9(9) value zero.
       77  ws-growth-disp                    pic -(8)9.
       77  ws-store-headroom                 pic s9(5) value zero.

       77  ws-history-line                   pic x(80) value spaces.
       77  ws-hist-store-text                pic x(12) value spaces.
       01  l-budget-mode                     pic x.
           88  l-budget-report               value 'R'.
           88  l-budget-enforce              value 'E'.
           88  l-budget-headroom             value 'H'.

       01  l-budget-status                   pic 9.
           88  l-budget-ok                   value 1.
           88  l-budget-failed               value 2.

      *> Headroom mode: lowest percentage of a budget still free,
      *> 100 when no store has a budget.
       01  l-budget-headroom-pct             pic 9(3).

       procedure division using
           l-budget-mode, l-budget-status, l-budget-headroom-pct.

       main-procedure.

               perform measure-store-usage
           end-perform

           if l-budget-headroom then
               perform compute-budget-headroom
               perform clean-temp-files
               goback
           end-if

           if l-budget-report then
               perform print-usage-report
           end-if
           exit paragraph.


       compute-budget-headroom.

           move 100 to l-budget-headroom-pct

           perform varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count

               if ws-store-budget-mb(ws-store-idx) > zero then
                   compute ws-store-headroom =
                       ((ws-store-budget-mb(ws-store-idx) * 1024
                       - ws-store-usage-kb(ws-store-idx)) * 100)
                       / (ws-store-budget-mb(ws-store-idx) * 1024)
                   if ws-store-headroom < zero then
                       move zero to ws-store-headroom
                   end-if
                   if ws-store-headroom < l-budget-headroom-pct then
                       move ws-store-headroom to l-budget-headroom-pct
                   end-if
               end-if

           end-perform

           exit paragraph.


       print-usage-report.

           display ws-new-line "Side-store disk usage"
