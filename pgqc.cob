001100* head must carry the title, the meta charset and the
001200* html lang attribute, and every relative href on the
001300* generated index and every <loc> on the sitemap must
001400* point at a file that was actually staged, and each
001410* language's Atom feed must be a well-formed feed.
001420* Findings go on their own exception report and drive a
001500* non-zero condition code, so a malformed page is caught
001600* in staging instead of by a visitor.
001800*
001900* Held and expired pages are skipped - the build did not
002000* stage them tonight, and the reconciliation step already
002900* 2026-09-03  RLB  Written after a mid-build failure
003000*                  shipped a page with an unclosed list
003100*                  that only a visitor noticed.
003110* 2026-10-15  RLB  Menu bar links checked - every nav-link
003120*                  href on a staged page must have a staged
003130*                  file behind it in the page's own
003140*                  language directory, and the header, nav
003150*                  and anchor tags are balanced along with
003160*                  the rest.
003170* 2026-10-15  RLB  Atom feed checked per language while
003180*                  the changelog page is live - it must be
003190*                  staged, open with the xml declaration,
003191*                  carry one Atom feed element, balance its
003192*                  entries, and give every entry and the
003193*                  feed an id, a title and an updated time.
003200******************************************************
003300
003400 identification division.
016400     05  filler                     pic x(08) value "h1    02".
016500     05  filler                     pic x(08) value "p     01".
016600     05  filler                     pic x(08) value "footer06".
016610     05  filler                     pic x(08) value "header06".
016620     05  filler                     pic x(08) value "nav   03".
016630     05  filler                     pic x(08) value "a     01".
016700 01  pqc-tag-names redefines pqc-tag-names-data.
016800     05  pqc-tag-def occurs 14 times
016900                 indexed by pqc-tag-idx.
017000         10  pqc-td-name            pic x(06).
017100         10  pqc-td-len             pic 9(02).
017200
017300 01  pqc-tag-counts.
017400     05  pqc-tag-count-entry occurs 14 times.
017500         10  pqc-tc-opens           pic 9(05) comp.
017600         10  pqc-tc-closes          pic 9(05) comp.
017700 01  pqc-tag-sub                    pic 9(04) comp.
020200     05  pqc-title-tally            pic 9(05) comp.
020300     05  pqc-charset-tally          pic 9(05) comp.
020400     05  pqc-lang-attr-tally        pic 9(05) comp.
020410     05  pqc-nav-link-tally         pic 9(05) comp.
020500
020600******************************************************
020700* Href/loc extraction work for the generated index,
020800* menu bar and sitemap checks.
020900******************************************************
021000 01  pqc-link-work.
021100     05  pqc-link-value             pic x(100).
021400     05  pqc-link-end               pic 9(04) comp.
021500     05  pqc-link-found-sw          pic x(01).
021600         88 pqc-link-found          value "Y".
021610     05  pqc-menu-href              pic x(100).
021700
021710******************************************************
021720* Atom feed tallies - the feed follows the changelog page
021730* and is checked once per language when that page is
021740* live.  Every entry, and the feed itself, carries one
021750* id, one title and one updated element.
021760******************************************************
021770 01  pqc-feed-work.
021780     05  pqc-feed-page              pic x(40)
021790                                    value "changelog.html".
021800     05  pqc-feed-file              pic x(40) value "atom.xml".
021810     05  pqc-feed-line-count        pic 9(05) comp.
021820     05  pqc-feed-decl-sw           pic x(01).
021830         88 pqc-feed-decl-ok        value "Y".
021840     05  pqc-feed-open-tally        pic 9(05) comp.
021850     05  pqc-feed-close-tally       pic 9(05) comp.
021860     05  pqc-feed-ns-tally          pic 9(05) comp.
021870     05  pqc-entry-open-tally       pic 9(05) comp.
021880     05  pqc-entry-close-tally      pic 9(05) comp.
021890     05  pqc-feed-id-tally          pic 9(05) comp.
021900     05  pqc-feed-title-tally       pic 9(05) comp.
021910     05  pqc-feed-updated-tally     pic 9(05) comp.
021920     05  pqc-feed-expected          pic 9(05) comp.
021700
021800 01  pqc-counters.
021900     05  pqc-pages-checked          pic 9(05) comp value zero.
041200                     thru 2140-exit
041300                     varying pqc-lang-sub from 1 by 1
041400                     until pqc-lang-sub > pqc-lang-count
041410                 if pgctl-output-file = pqc-feed-page
041420                     perform 3800-check-feed
041430                         thru 3800-exit
041440                         varying pqc-lang-sub from 1 by 1
041450                         until pqc-lang-sub > pqc-lang-count
041460                 end-if
041500             end-if
041600     end-read.
041700
048500     perform 2170-reset-one-tag
048600         thru 2170-exit
048700         varying pqc-tag-sub from 1 by 1
048800         until pqc-tag-sub > 14.
048900
049000     move zero to pqc-title-tally.
049100     move zero to pqc-charset-tally.
052100     perform 2300-scan-line-tags
052200         thru 2300-exit.
052300
052310     move zero to pqc-nav-link-tally.
052320     inspect pqc-staged-line tallying pqc-nav-link-tally
052330         for all "nav-link".
052340     if pqc-nav-link-tally > zero
052350         perform 2250-check-menu-link
052360             thru 2250-exit
052370     end-if.
052380
052400 2200-exit.
052500     exit.
052600
052601******************************************************
052604* 2250-CHECK-MENU-LINK
052607*
052610* A menu bar item carries one relative href, resolved
052613* against the page's own language directory - the same
052616* directory the build staged this copy of the page in.
052619* A menu entry linking to a page not staged there is a
052622* dead link on every page of that language.
052625******************************************************
052628 2250-check-menu-link.
052631     perform 3200-extract-href
052634         thru 3200-exit.
052637     if not pqc-link-found
052640         go to 2250-exit
052643     end-if.
052646
052649     if pqc-link-value (1:4) = "http"
052652         go to 2250-exit
052655     end-if.
052658
052661     move spaces to pqc-menu-href.
052664     string pqc-lg-dir (pqc-lang-sub) delimited by space
052667         pqc-link-value delimited by space
052670                                 into pqc-menu-href.
052673     move pqc-menu-href to pqc-link-value.
052676
052679     perform 3300-probe-staged-file
052682         thru 3300-exit.
052685
052688 2250-exit.
052691     exit.
052694
052700 2210-size-line.
052800     perform 2215-line-scan-back
052900         thru 2215-exit
058600     perform 2330-match-tag
058700         thru 2330-exit
058800         varying pqc-tag-sub from 1 by 1
058900         until pqc-tag-sub > 14
059000            or pqc-tag-found.
059100
059200     if pqc-tag-found
064000     perform 2410-check-one-balance
064100         thru 2410-exit
064200         varying pqc-tag-sub from 1 by 1
064300         until pqc-tag-sub > 14.
064400
064500     if pqc-title-tally = zero
064600         move "HEAD MISSING TITLE" to pqc-rpt-reason
096100
096200 3720-exit.
096300     exit.
096310
096311******************************************************
096312* 3800-CHECK-FEED
096313*
096314* One language's staged Atom feed, held to the shape the
096315* build writes - xml declaration first, a single feed
096316* element in the Atom namespace, every entry closed, and
096317* an id, title and updated element for the feed and for
096318* each entry.  Any of those missing is a feed a reader
096319* will reject or show blank.
096320******************************************************
096321 3800-check-feed.
096322     move spaces to pqc-qualified-name.
096323     string pqc-lg-dir (pqc-lang-sub) delimited by space
096324         pqc-feed-file delimited by space
096325                                 into pqc-qualified-name.
096326
096327     move spaces to pqc-staged-target.
096328     string pqc-build-web-root delimited by space
096329         pqc-qualified-name delimited by space
096330                                 into pqc-staged-target.
096331
096332     open input staged-in-file.
096333     if pqc-staged-file-status not = "00"
096334         move "ATOM FEED NOT STAGED" to pqc-rpt-reason
096335         perform 8000-write-exception
096336             thru 8000-exit
096337         go to 3800-exit
096338     end-if.
096339
096340     move zero to pqc-feed-line-count.
096341     move "N" to pqc-feed-decl-sw.
096342     move zero to pqc-feed-open-tally.
096343     move zero to pqc-feed-close-tally.
096344     move zero to pqc-feed-ns-tally.
096345     move zero to pqc-entry-open-tally.
096346     move zero to pqc-entry-close-tally.
096347     move zero to pqc-feed-id-tally.
096348     move zero to pqc-feed-title-tally.
096349     move zero to pqc-feed-updated-tally.
096350
096351     move "N" to pqc-staged-eof-sw.
096352     perform 3810-scan-one-feed-line
096353         thru 3810-exit
096354         until pqc-staged-eof.
096355
096356     close staged-in-file.
096357
096358     if not pqc-feed-decl-ok
096359         move "FEED MISSING XML DECLARATION" to pqc-rpt-reason
096360         perform 8000-write-exception
096361             thru 8000-exit
096362     end-if.
096363
096364     if pqc-feed-open-tally not = 1
096365        or pqc-feed-close-tally not = 1
096366         move "FEED ROOT ELEMENT NOT BALANCED"
096367             to pqc-rpt-reason
096368         perform 8000-write-exception
096369             thru 8000-exit
096370     end-if.
096371
096372     if pqc-feed-ns-tally = zero
096373         move "FEED MISSING ATOM NAMESPACE" to pqc-rpt-reason
096374         perform 8000-write-exception
096375             thru 8000-exit
096376     end-if.
096377
096378     if pqc-entry-open-tally not = pqc-entry-close-tally
096379         move "TAG NOT BALANCED: entry" to pqc-rpt-reason
096380         perform 8000-write-exception
096381             thru 8000-exit
096382     end-if.
096383
096384     compute pqc-feed-expected = pqc-entry-open-tally + 1.
096385     if pqc-feed-id-tally not = pqc-feed-expected
096386         move "FEED OR ENTRY MISSING ID" to pqc-rpt-reason
096387         perform 8000-write-exception
096388             thru 8000-exit
096389     end-if.
096390     if pqc-feed-title-tally not = pqc-feed-expected
096391         move "FEED OR ENTRY MISSING TITLE" to pqc-rpt-reason
096392         perform 8000-write-exception
096393             thru 8000-exit
096394     end-if.
096395     if pqc-feed-updated-tally not = pqc-feed-expected
096396         move "FEED OR ENTRY MISSING UPDATED" to pqc-rpt-reason
096397         perform 8000-write-exception
096398             thru 8000-exit
096399     end-if.
096400
096401 3800-exit.
096402     exit.
096403
096404 3810-scan-one-feed-line.
096405     read staged-in-file
096406         at end
096407             move "Y" to pqc-staged-eof-sw
096408             go to 3810-exit
096409     end-read.
096410
096411     add 1 to pqc-feed-line-count.
096412     if pqc-feed-line-count = 1
096413        and pqc-staged-line (1:5) = "<?xml"
096414         move "Y" to pqc-feed-decl-sw
096415     end-if.
096416
096417     inspect pqc-staged-line tallying
096418         pqc-feed-open-tally for all "<feed "
096419         pqc-feed-close-tally for all "</feed>"
096420         pqc-feed-ns-tally for all "http://www.w3.org/2005/Atom"
096421         pqc-entry-open-tally for all "<entry>"
096422         pqc-entry-close-tally for all "</entry>"
096423         pqc-feed-id-tally for all "<id>"
096424         pqc-feed-title-tally for all "<title>"
096425         pqc-feed-updated-tally for all "<updated>".
096426
096427 3810-exit.
096428     exit.
096429
096500******************************************************
096600* 8000-WRITE-EXCEPTION
096700******************************************************
