002482*                  live copy removed from the web root),
002483*                  so campaign pages come and go on their
002484*                  dates instead of on somebody's memory.
002486* 2026-10-15  RLB  Whole-page translation - every section
002487*                  of the body, not just the headline and
002488*                  greeting, takes its copy from the
002489*                  TRANSLATIONS-FILE section record keyed
002490*                  on template, tag and language when the
002491*                  run's language carries one, and falls
002492*                  back to the PAGE-CONTENT English text
002493*                  when it does not.  Section records are
002494*                  part of the page fingerprint, so a new
002495*                  or changed translation rebuilds the
002496*                  page it belongs to.
002497* 2026-10-15  RLB  Site-wide menu bar and shared blocks -
002498*                  every page, in every language, now
002498*                  carries the common site header, a menu
002498*                  bar built from the SITE-NAVIGATION file
002498*                  (label per language, the current page
002498*                  marked active) and the legal footer.
002498*                  A menu entry whose target is held or
002498*                  expired tonight is left off the bar, the
002498*                  same as it is left off the index, and
002498*                  the navigation records are part of every
002498*                  page's fingerprint.
002499* 2026-10-15  RLB  Atom feed - one atom.xml per language,
002499*                  alongside that language's pages, with
002499*                  an entry per LISTITEM on the changelog
002499*                  page's template, dated local midnight
002499*                  of the item's own yyyy-mm-dd prefix.
002499*                  The feed's updated time is the
002499*                  changelog page's newest SUCCESS to the
002499*                  second; both carry the site's offset
002499*                  from GMT.  Staged, archived, published
002499*                  and audit-logged like any page, and
002499*                  advertised from every page head and
002499*                  the generated index.
002499* 2026-10-15  RLB  Every file the publish step places in
002499*                  the live web root is entered on the
002499*                  PUBLISH-MANIFEST with its checksum,
002499*                  size and publish time, and every
002499*                  expiry retirement with a REMOVE entry,
002499*                  so the hourly live-site monitor can
002499*                  hold the web root to what was actually
002499*                  published.
002499* 2026-10-15  RLB  Head links taken from the ASSET-REGISTER
002499*                  instead of the Bootstrap and web-font
002499*                  literals - each stylesheet or script
002499*                  the register selects for the page's
002499*                  theme and tonight's date goes out with
002499*                  its integrity hash and crossorigin
002499*                  setting, or with no integrity
002499*                  attribute where the register keys it
002499*                  UNPINNED, and the selected records are
002499*                  part of the page fingerprint, so a
002499*                  version change rebuilds every page
002499*                  that carries it.
002485******************************************************
002500
002600 identification division.
004383         organization is line sequential
004384         file status is ham-audit-file-status.

004384     select manifest-file
004384         assign to manifest
004384         organization is line sequential
004384         file status is ham-manifest-file-status.

004385     select checkpoint-file
004386         assign to chkpt
004387         organization is line sequential
004411         organization is line sequential
004412         file status is ham-archive-file-status.
004413
004414     select site-nav-file
004415         assign to sitenav
004416         organization is line sequential
004417         file status is ham-nav-file-status.
004418
004418     select asset-register-file
004418         assign to assetreg
004418         organization is line sequential
004418         file status is ham-asset-file-status.
004418
004500
004600 data division.
004700
005810 fd  audit-log-file.
005820     copy "auditrec.cpy".
005830
005830 fd  manifest-file.
005830     copy "manfrec.cpy".
005830
005840 fd  checkpoint-file.
005850     copy "chkptrec.cpy".
005860
005873 fd  archive-out-file.
005874 01  ham-archive-out-line           pic x(255).
005875
005876 fd  site-nav-file.
005877     copy "navrec.cpy".
005878
005878 fd  asset-register-file.
005878     copy "assetrec.cpy".
005878
005900 working-storage section.
006000 01  ham-output-filename            pic x(40).
006001
006009     05  ham-max-fprint             pic 9(08) comp value 5000.
006009     05  ham-max-gen                pic 9(08) comp value 5000.
006009     05  ham-max-theme              pic 9(08) comp value 100.
006009     05  ham-max-trans              pic 9(08) comp value 5000.
006009     05  ham-max-lang               pic 9(08) comp value 10.
006009     05  ham-max-nav                pic 9(08) comp value 200.
006009     05  ham-max-asset              pic 9(08) comp value 100.
006009 01  ham-capacity-item              pic x(20).
006009 01  ham-capacity-failed-sw         pic x(01) value "N".
006009     88 ham-capacity-failed        value "Y".
006030 01  ham-line-ptr                   pic 9(04) comp.
006040 01  ham-current-para               pic x(30).
006041 01  ham-audit-file-status          pic x(02).
006041 01  ham-manifest-file-status       pic x(02).
006042
006042 01  ham-html-file-status           pic x(02).
006042 01  ham-page-result                pic x(07) value spaces.
008180     88 ham-list-open              value "Y".
008190
008191******************************************************
008192* Newest SUCCESS date and time per output file, off the
008193* audit log at start-up (the log is read INPUT for this
008194* before the usual EXTEND open).  Supplies the sitemap's
008195* lastmod for pages tonight's run does not rebuild.
008200                 indexed by ham-ah-idx.
008201         10  ham-ah-output-file     pic x(40).
008202         10  ham-ah-lastmod         pic x(10).
008202         10  ham-ah-lasttime        pic x(08).
008203 01  ham-ah-sub                     pic 9(04) comp.
008204 01  ham-hist-found-sw              pic x(01).
008205     88 ham-hist-found             value "Y".
008206
008207******************************************************
008208* Every page tonight's PAGE-CONTROL names, with the date
008209* and time of its newest successful build - refreshed to
008210* tonight as pages finish.  2700-BUILD-SITEMAP and
008210* 2800-BUILD-INDEX
008211* walk this table after the page loop.  HAM-SITE-SUB holds
008212* the current page's position for the lastmod refresh.
008213******************************************************
008217                 indexed by ham-site-idx.
008218         10  ham-sp-output-file     pic x(40).
008219         10  ham-sp-lastmod         pic x(10).
008219         10  ham-sp-lasttime        pic x(08).
008220 01  ham-site-sub                   pic 9(04) comp.
008221
008222 01  ham-site-url-root              pic x(40).
008270     05  ham-fp-char                pic x(01).
008271 01  ham-fp-char-num redefines ham-fp-char-pair
008272                                    pic 9(04) comp.
008272
008272******************************************************
008272* Publish-manifest checksum work area - the fingerprint
008272* arithmetic above, run over every byte the publish step
008272* writes to the live web root: each line's text up to
008272* its last non-blank, then one line-end byte.  The size
008272* counts the same bytes, so both match what is actually
008272* sitting on disk.
008272******************************************************
008272 01  ham-man-work-area.
008272     05  ham-man-value              pic 9(18) comp.
008272     05  ham-man-quot               pic 9(18) comp.
008272     05  ham-man-rem                pic 9(18) comp.
008272     05  ham-man-size               pic 9(09) comp.
008272     05  ham-man-line-len           pic 9(04) comp.
008272     05  ham-man-pos                pic 9(04) comp.
008272
008272 01  ham-man-char-pair.
008272     05  filler                     pic x(01) value low-value.
008272     05  ham-man-char               pic x(01).
008272 01  ham-man-char-num redefines ham-man-char-pair
008272                                    pic 9(04) comp.
008273
008274******************************************************
008275* Html-encoding work area for 3500-ESCAPE-TEXT.  The
009314
009310 01  ham-translation-table.
009320     05  ham-trans-count            pic 9(04) comp value zero.
009330     05  ham-trans-entry occurs 5000 times
009340                 indexed by ham-trans-idx.
009350         10  ham-tr-lang-code       pic x(02).
009360         10  ham-tr-headline        pic x(100).
009380         10  ham-tr-greeting        pic x(60).
009390         10  ham-tr-greeting-len    pic 9(04) comp.
009395         10  ham-tr-template-id     pic x(10).
009396         10  ham-tr-tag             pic x(10).
009397         10  ham-tr-text            pic x(200).
009398         10  ham-tr-text-len        pic 9(04) comp.
009400
009401******************************************************
009402* Section-translation lookup for 3400-FIND-SECTION-
009403* TRANSLATION - the caller sets the tag to look for, and
009404* a hit leaves the translated text and its length here.
009405* HAM-SEC-TRANS-SUB captures the matching table position
009406* at match time, the way the other searches do.
009407******************************************************
009408 01  ham-sec-trans-area.
009409     05  ham-sec-trans-tag          pic x(10).
009410     05  ham-sec-trans-text         pic x(200).
009411     05  ham-sec-trans-len          pic 9(04) comp.
009412     05  ham-sec-trans-sub          pic 9(04) comp.
009413     05  ham-sec-trans-sw           pic x(01).
009414         88 ham-sec-trans-found     value "Y".
009415 01  ham-title-tag                  pic x(10).
009416
009410 01  ham-active-trans-sw            pic x(01) value "N".
009420     88 ham-active-trans-found     value "Y".
009430 01  ham-active-headline            pic x(100).
009450 01  ham-active-greeting            pic x(60).
009460 01  ham-active-greeting-len        pic 9(04) comp.
009470
009471******************************************************
009472* SITE-NAVIGATION, loaded whole at start-up.  HAM-NV-
009473* LIVE-SW marks a defining MENU entry whose target is on
009474* the page master and neither held nor expired tonight -
009475* only those make the menu bar, so it never links to a
009476* page the build did not stage.  HAM-NAV-CURRENT-PAGE is
009477* the page being built, unqualified, for the active mark.
009478******************************************************
009479 01  ham-nav-file-status            pic x(02).
009480 01  ham-nav-eof-sw                 pic x(01) value "N".
009481     88 ham-nav-eof                value "Y".
009482
009483 01  ham-nav-table.
009484     05  ham-nav-count              pic 9(04) comp value zero.
009485     05  ham-nav-entry occurs 200 times
009486                 indexed by ham-nav-idx.
009487         10  ham-nv-type            pic x(06).
009488         10  ham-nv-lang-code       pic x(02).
009489         10  ham-nv-order           pic 9(03).
009490         10  ham-nv-target          pic x(40).
009491         10  ham-nv-text            pic x(200).
009492         10  ham-nv-text-len        pic 9(04) comp.
009493         10  ham-nv-live-sw         pic x(01).
009494             88 ham-nv-live         value "Y".
009494         10  ham-nv-done-sw         pic x(01).
009494             88 ham-nv-done         value "Y".
009495
009496 01  ham-nav-work.
009497     05  ham-nav-current-page       pic x(40).
009499     05  ham-nav-pick-order         pic 9(04) comp.
009500     05  ham-nav-pick-sub           pic 9(04) comp.
009501     05  ham-nav-live-count         pic 9(04) comp.
009502     05  ham-nav-block-type         pic x(06).
009503     05  ham-nav-text-sub           pic 9(04) comp.
009504     05  ham-nav-found-sw           pic x(01).
009505         88 ham-nav-found           value "Y".
009506
009506******************************************************
009506* ASSET-REGISTER, loaded whole at start-up.  3970-SELECT-
009506* ASSETS marks HAM-AS-PICK-SW on the one record per asset
009506* the current page links - the page theme's own record
009506* over the all-themes one, and of those the latest
009506* already in effect tonight.  HAM-AS-DONE-SW walks the
009506* picked records out in ASSET-ORDER.
009506******************************************************
009506 01  ham-asset-file-status          pic x(02).
009506 01  ham-asset-eof-sw               pic x(01) value "N".
009506     88 ham-asset-eof              value "Y".
009506
009506 01  ham-asset-table.
009506     05  ham-asset-count            pic 9(04) comp value zero.
009506     05  ham-asset-entry occurs 100 times
009506                 indexed by ham-asset-idx.
009506         10  ham-as-id              pic x(10).
009506         10  ham-as-theme           pic x(10).
009506         10  ham-as-type            pic x(06).
009506         10  ham-as-order           pic 9(02).
009506         10  ham-as-version         pic x(12).
009506         10  ham-as-effective-date  pic x(08).
009506         10  ham-as-crossorigin     pic x(15).
009506         10  ham-as-integrity       pic x(100).
009506         10  ham-as-url             pic x(200).
009506         10  ham-as-pick-sw         pic x(01).
009506             88 ham-as-picked       value "Y".
009506         10  ham-as-done-sw         pic x(01).
009506             88 ham-as-done         value "Y".
009506
009506 01  ham-asset-work.
009506     05  ham-asset-theme-name       pic x(10).
009506     05  ham-asset-sub              pic 9(04) comp.
009506     05  ham-asset-rival-sub        pic 9(04) comp.
009506     05  ham-asset-pick-count       pic 9(04) comp.
009506     05  ham-asset-pick-sub         pic 9(04) comp.
009506     05  ham-asset-pick-order       pic 9(04) comp.
009506
009507******************************************************
009508* Atom feed work.  The feed follows the changelog page -
009509* it is built for a language only when HAM-FEED-PAGE is
009510* on the master and live tonight (1650-MARK-LIVE-
009511* TARGETS sets HAM-FEED-LIVE-SW), from the LISTITEM
009512* sections of that page's template.
009513******************************************************
009514 01  ham-feed-work.
009515     05  ham-feed-page              pic x(40)
009516                                    value "changelog.html".
009517     05  ham-feed-file              pic x(40) value "atom.xml".
009518     05  ham-feed-live-sw           pic x(01) value "N".
009519         88 ham-feed-live           value "Y".
009520     05  ham-feed-template-id       pic x(10).
009521     05  ham-feed-page-name         pic x(40).
009522     05  ham-feed-updated           pic x(10).
009522     05  ham-feed-updated-time      pic x(08).
009522     05  ham-feed-offset            pic x(06).
009522     05  ham-feed-clock.
009522         10  filler                 pic x(16).
009522         10  ham-feed-clock-sign    pic x(01).
009522         10  ham-feed-clock-hh      pic x(02).
009522         10  ham-feed-clock-mm      pic x(02).
009523     05  ham-feed-entry-date        pic x(10).
009524     05  ham-feed-entry-tag         pic x(10).
009525     05  ham-feed-date-sw           pic x(01).
009526         88 ham-feed-date-ok        value "Y".
009527     05  ham-feed-date-work         pic x(10).
009528     05  ham-feed-date-check redefines ham-feed-date-work.
009529         10  ham-feed-dc-yyyy       pic x(04).
009530         10  ham-feed-dc-dash-1     pic x(01).
009531         10  ham-feed-dc-mm         pic x(02).
009532         10  ham-feed-dc-dash-2     pic x(01).
009533         10  ham-feed-dc-dd         pic x(02).
009534     05  ham-feed-text-hold         pic x(200).
009506
009100
009480 linkage section.
009485******************************************************
011504         go to 1000-exit
011505     end-if.
011506
011507     perform 1700-load-asset-register
011507         thru 1700-exit.
011507     if ham-config-failed
011507         go to 1000-exit
011507     end-if.
011507
011510     accept ham-run-date from date yyyymmdd.
011511     perform 7800-time-to-hundredths
011511         thru 7800-exit.
012420
012430     close translations-file.
012440
012441     open input site-nav-file.
012442     if ham-nav-file-status = "00"
012443         perform 1600-load-navigation
012444             thru 1600-exit
012445             until ham-nav-eof
012446         close site-nav-file
012449     end-if.
012449
012449     perform 1650-mark-live-targets
012449         thru 1650-exit.
012450
012473     open output trunc-audit-file.
012474
012475     open input audit-log-file.
012482         open output audit-log-file
012483     end-if.
012484
012484     open extend manifest-file.
012484     if ham-manifest-file-status = "35"
012484         open output manifest-file
012484     end-if.
012484
012485     open input checkpoint-file.
012486     if ham-ckpt-file-status = "00"
012487         perform 1200-load-checkpoints
015759         to ham-tr-greeting-len (ham-trans-idx).
015759     move ham-trans-template-id
015759         to ham-tr-template-id (ham-trans-idx).
015759     move ham-trans-tag to ham-tr-tag (ham-trans-idx).
015759     move ham-trans-text to ham-tr-text (ham-trans-idx).
015759     perform 1165-trim-trans-text
015759         thru 1165-exit.
015759     move ham-scan-pos to ham-tr-text-len (ham-trans-idx).
015759
015759 1305-exit.
015759     exit.
015764* language-qualified output name, so the checkpoints,
015764* fingerprints, audit entries and archived generations
015764* all work per page per language, and a restart resumes
015764* exactly where the run died - language and all.  The
015764* language's Atom feed follows its pages, so it reflects
015764* the changelog page this pass just built.
015764******************************************************
015764 1500-process-one-language.
015764     move ham-lg-code (ham-lang-sub) to ham-effective-language.
015764
015764     close page-control-file.
015764
015764     if ham-feed-live
015764         perform 2750-build-feed
015764             thru 2750-exit
015764     end-if.
015764
015764 1500-exit.
015764     exit.
015764
015764******************************************************
015764* 1600-LOAD-NAVIGATION
015764*
015764* Loads SITE-NAVIGATION into the navigation table - menu
015764* entries, their per-language labels and the shared
015764* header and footer blocks.  No file at all means no
015764* menu bar and no shared blocks, and the pages build
015764* exactly as they did before the file existed.
015764******************************************************
015764 1600-load-navigation.
015764     read site-nav-file
015764         at end
015764             move "Y" to ham-nav-eof-sw
015764         not at end
015764             perform 1605-store-nav-entry
015764                 thru 1605-exit
015764     end-read.
015764
015764 1600-exit.
015764     exit.
015764
015764 1605-store-nav-entry.
015764     if nav-rec-type = spaces
015764         go to 1605-exit
015764     end-if.
015764
015764     if ham-nav-count >= ham-max-nav
015764         move "SITE-NAVIGATION" to ham-capacity-item
015764         perform 9900-capacity-failure
015764             thru 9900-exit
015764         go to 1605-exit
015764     end-if.
015764
015764     add 1 to ham-nav-count.
015764     set ham-nav-idx to ham-nav-count.
015764     move nav-rec-type to ham-nv-type (ham-nav-idx).
015764     move nav-lang-code to ham-nv-lang-code (ham-nav-idx).
015764     if nav-order is numeric
015764         move nav-order to ham-nv-order (ham-nav-idx)
015764     else
015764         move zero to ham-nv-order (ham-nav-idx)
015764     end-if.
015764     move nav-target-page to ham-nv-target (ham-nav-idx).
015764     move nav-text to ham-nv-text (ham-nav-idx).
015764     perform 1610-trim-nav-text
015764         thru 1610-exit.
015764     move ham-scan-pos to ham-nv-text-len (ham-nav-idx).
015764     move "N" to ham-nv-live-sw (ham-nav-idx).
015764
015764 1605-exit.
015764     exit.
015764
015764 1610-trim-nav-text.
015764     perform 1160-scan-back
015764         thru 1160-exit
015764         varying ham-scan-pos from 200 by -1
015764         until ham-scan-pos = 0
015764            or nav-text (ham-scan-pos:1) not = space.
015764
015764 1610-exit.
015764     exit.
015764
015764******************************************************
015764* 1650-MARK-LIVE-TARGETS
015764*
015764* One pass of the page master ahead of the page loop.
015764* Each defining MENU entry whose target is a page the
015764* build will stage tonight - on the master, neither held
015764* nor expired by 2170-CHECK-PAGE-DATES - is marked live.
015764* An entry left unmarked stays off the menu bar until its
015764* page comes back, rather than linking to nothing.  The
015764* changelog page is looked for on the same pass - the
015764* Atom feed is built, and advertised, only while it is
015764* live, and from its template.
015764******************************************************
015764 1650-mark-live-targets.
015764     move "N" to ham-control-eof-sw.
015764     open input page-control-file.
015764
015764     perform 1655-mark-one-master-record
015764         thru 1655-exit
015764         until ham-control-eof.
015764
015764     close page-control-file.
015764     move "N" to ham-control-eof-sw.
015764
015764 1650-exit.
015764     exit.
015764
015764 1655-mark-one-master-record.
015764     read page-control-file
015764         at end
015764             move "Y" to ham-control-eof-sw
015764             go to 1655-exit
015764     end-read.
015764
015764     perform 2170-check-page-dates
015764         thru 2170-exit.
015764     if ham-page-held or ham-page-expired
015764         go to 1655-exit
015764     end-if.
015764
015764     if pgctl-output-file = ham-feed-page
015764         move "Y" to ham-feed-live-sw
015764         move pgctl-template-id to ham-feed-template-id
015764     end-if.
015764
015764     perform 1660-mark-one-nav-entry
015764         thru 1660-exit
015764         varying ham-nav-idx from 1 by 1
015764         until ham-nav-idx > ham-nav-count.
015764
015764 1655-exit.
015764     exit.
015764
015764 1660-mark-one-nav-entry.
015764     if ham-nv-type (ham-nav-idx) = "MENU"
015764        and ham-nv-lang-code (ham-nav-idx) = spaces
015764        and ham-nv-target (ham-nav-idx) = pgctl-output-file
015764         move "Y" to ham-nv-live-sw (ham-nav-idx)
015764     end-if.
015764
015764 1660-exit.
015764     exit.
015764
015764******************************************************
015764* 1700-LOAD-ASSET-REGISTER
015764*
015764* Loads the ASSET-REGISTER - every stylesheet and script
015764* the page heads link, with its versions and themes.
015764* PGVALID edited it ahead of this step, so a register
015764* that cannot be opened means the dataset itself is
015764* missing - and nothing is built, rather than a site's
015764* worth of pages going out with no stylesheet at all.
015764******************************************************
015764 1700-load-asset-register.
015764     open input asset-register-file.
015764     if ham-asset-file-status not = "00"
015764         display "HAMMER: ASSET REGISTER NOT AVAILABLE - STATUS "
015764             ham-asset-file-status upon console
015764         move "Y" to ham-config-failed-sw
015764         go to 1700-exit
015764     end-if.
015764
015764     perform 1705-store-asset-entry
015764         thru 1705-exit
015764         until ham-asset-eof.
015764
015764     close asset-register-file.
015764
015764 1700-exit.
015764     exit.
015764
015764 1705-store-asset-entry.
015764     read asset-register-file
015764         at end
015764             move "Y" to ham-asset-eof-sw
015764             go to 1705-exit
015764     end-read.
015764
015764     if asset-id = spaces
015764         go to 1705-exit
015764     end-if.
015764
015764     if ham-asset-count >= ham-max-asset
015764         move "ASSET-REGISTER" to ham-capacity-item
015764         perform 9900-capacity-failure
015764             thru 9900-exit
015764         go to 1705-exit
015764     end-if.
015764
015764     add 1 to ham-asset-count.
015764     set ham-asset-idx to ham-asset-count.
015764     move asset-id to ham-as-id (ham-asset-idx).
015764     move asset-theme to ham-as-theme (ham-asset-idx).
015764     move asset-type to ham-as-type (ham-asset-idx).
015764     if asset-order is numeric
015764         move asset-order to ham-as-order (ham-asset-idx)
015764     else
015764         move zero to ham-as-order (ham-asset-idx)
015764     end-if.
015764     move asset-version to ham-as-version (ham-asset-idx).
015764     move asset-effective-date
015764         to ham-as-effective-date (ham-asset-idx).
015764     move asset-crossorigin to ham-as-crossorigin (ham-asset-idx).
015764     move asset-integrity to ham-as-integrity (ham-asset-idx).
015764     move asset-url to ham-as-url (ham-asset-idx).
015764     move "N" to ham-as-pick-sw (ham-asset-idx).
015764     move "N" to ham-as-done-sw (ham-asset-idx).
015764
015764 1705-exit.
015764     exit.
015764
015765******************************************************
015766* 1350-TRIM-WIDE-FIELD
015767*
015800* the language PAGE-CONTENT is already written in) or no
015801* matching entry exists, HAM-ACTIVE-TRANS-SW is left "N"
015802* and 3000-BUILD-PAGE falls back to the PAGE-CONTENT copy
015803* as before.  Section records (those carrying a tag) are
015803* not headline/greeting pairs and are left to 3400-FIND-
015803* SECTION-TRANSLATION.
015804******************************************************
015800 1400-select-translation.
015801     move "N" to ham-active-trans-sw.
015821     if ham-tr-lang-code (ham-trans-idx) = ham-effective-language
015821        and ham-tr-template-id (ham-trans-idx)
015821                             = ham-current-template-id
015821        and ham-tr-tag (ham-trans-idx) = spaces
015822         move ham-tr-headline (ham-trans-idx)
015823             to ham-active-headline
015824         move ham-tr-headline-len (ham-trans-idx)
015836 1415-search-translation-default.
015837     if ham-tr-lang-code (ham-trans-idx) = ham-effective-language
015838        and ham-tr-template-id (ham-trans-idx) = spaces
015838        and ham-tr-tag (ham-trans-idx) = spaces
015839         move ham-tr-headline (ham-trans-idx)
015840             to ham-active-headline
015841         move ham-tr-headline-len (ham-trans-idx)
016150
016151     move ham-audit-timestamp (1:10)
016152         to ham-ah-lastmod (ham-ah-sub).
016152     move ham-audit-timestamp (12:8)
016152         to ham-ah-lasttime (ham-ah-sub).
016153
016154 1255-exit.
016155     exit.
017100
017200 1160-exit.
017300     exit.
017310
017320******************************************************
017330* 1165-TRIM-TRANS-TEXT
017340*
017350* The same backward scan as 1150-TRIM-LENGTH, over a
017360* section translation's text as it comes off
017370* TRANSLATIONS-FILE.  A headline/greeting record carries
017380* no section text and comes back zero.
017390******************************************************
017391 1165-trim-trans-text.
017392     perform 1160-scan-back
017393         thru 1160-exit
017394         varying ham-scan-pos from 200 by -1
017395         until ham-scan-pos = 0
017396            or ham-trans-text (ham-scan-pos:1) not = space.
017397
017398 1165-exit.
017399     exit.
017400
017500******************************************************
017600* 2000-PROCESS-PAGES
020646* CBL_DELETE_FILE, the same host service the generation
020647* purge uses - and audit-logs the page EXPIRED, so the
020648* run history shows the page was retired on its date and
020649* not lost.  A live copy actually removed goes on the
020649* publish manifest as a REMOVE, so the hourly monitor
020649* stops expecting it.  The staged copy and its archived
020649* generations are left standing, and the page's stored
020650* fingerprint is zeroed - the fingerprint covers only the
020651* page's inputs, not its dates, so without the clear an
020652* extended campaign's first effective night would match
020653* the stored value and be SKIPPED with no live copy to
020654* show.  With it, a date change and the next build bring
020656* the page straight back.
020657******************************************************
020658 2180-retire-expired-page.
020659     move spaces to ham-publish-target.
020663
020664     call "CBL_DELETE_FILE" using ham-publish-target
020665         returning ham-delete-status.
020665     if ham-delete-status = zero
020665         move "REMOVE" to man-action
020665         move zero to ham-man-value
020665         move zero to ham-man-size
020665         perform 7540-write-manifest
020665             thru 7540-exit
020665     end-if.
020666
020667     move "N" to ham-fprint-found-sw.
020668     perform 2646-search-fingerprint
020713     move ham-output-filename
020714         to ham-sp-output-file (ham-site-sub).
020715     move spaces to ham-sp-lastmod (ham-site-sub).
020715     move spaces to ham-sp-lasttime (ham-site-sub).
020716
020717     move "N" to ham-hist-found-sw.
020718     perform 2160-find-history
020724     if ham-hist-found
020725         move ham-ah-lastmod (ham-ah-sub)
020726             to ham-sp-lastmod (ham-site-sub)
020726         move ham-ah-lasttime (ham-ah-sub)
020726             to ham-sp-lasttime (ham-site-sub)
020727     end-if.
020728
020729 2150-exit.
021138* checksum: the run's language, the theme name and the
021139* theme record behind it, each content record for the
021140* page's template, and each translation record the run
021141* would consider for it - headline/greeting pairs and
021141* section translations alike - and the navigation
021141* records for the run's language, with whether each menu
021141* target is live tonight, whether the head carries the
021141* Atom feed link, and the asset register records the
021141* head links come from tonight.  Any edit to any of
021142* those changes the checksum and the page rebuilds.
021143******************************************************
021144 2640-fingerprint-page.
021145     move zero to ham-fp-value.
021187         varying ham-trans-idx from 1 by 1
021188         until ham-trans-idx > ham-trans-count.
021189
021189     perform 2680-hash-nav-entry
021189         thru 2680-exit
021189         varying ham-nav-idx from 1 by 1
021189         until ham-nav-idx > ham-nav-count.
021189
021189     move ham-feed-live-sw to ham-fp-field.
021189     move 1 to ham-fp-field-len.
021189     perform 2660-hash-field
021189         thru 2660-exit.
021189
021189     perform 3970-select-assets
021189         thru 3970-exit.
021189     perform 2685-hash-asset-entry
021189         thru 2685-exit
021189         varying ham-asset-sub from 1 by 1
021189         until ham-asset-sub > ham-asset-count.
021189
021190     move ham-fp-value to ham-fp-current.
021191
021192 2640-exit.
021251     perform 2660-hash-field
021252         thru 2660-exit.
021253
021253     if ham-tr-tag (ham-trans-idx) not = spaces
021253         move ham-tr-tag (ham-trans-idx) to ham-fp-field
021253         move 10 to ham-fp-field-len
021253         perform 2660-hash-field
021253             thru 2660-exit
021253         move ham-tr-text (ham-trans-idx) to ham-fp-field
021253         move ham-tr-text-len (ham-trans-idx)
021253             to ham-fp-field-len
021253         perform 2660-hash-field
021253             thru 2660-exit
021253     end-if.
021253
021254 2655-exit.
021255     exit.
021256
021256 2680-hash-nav-entry.
021256     if ham-nv-lang-code (ham-nav-idx) not = spaces
021256        and ham-nv-lang-code (ham-nav-idx)
021256                             not = ham-effective-language
021256         go to 2680-exit
021256     end-if.
021256
021256     move ham-nv-type (ham-nav-idx) to ham-fp-field.
021256     move ham-nv-lang-code (ham-nav-idx) to ham-fp-field (7:2).
021256     move ham-nv-order (ham-nav-idx) to ham-fp-field (9:3).
021256     move ham-nv-live-sw (ham-nav-idx) to ham-fp-field (12:1).
021256     move 12 to ham-fp-field-len.
021256     perform 2660-hash-field
021256         thru 2660-exit.
021256
021256     move ham-nv-target (ham-nav-idx) to ham-fp-field.
021256     move 40 to ham-fp-field-len.
021256     perform 2660-hash-field
021256         thru 2660-exit.
021256
021256     move ham-nv-text (ham-nav-idx) to ham-fp-field.
021256     move ham-nv-text-len (ham-nav-idx) to ham-fp-field-len.
021256     perform 2660-hash-field
021256         thru 2660-exit.
021256
021256 2680-exit.
021256     exit.
021256
021256 2685-hash-asset-entry.
021256     if not ham-as-picked (ham-asset-sub)
021256         go to 2685-exit
021256     end-if.
021256
021256     move ham-as-id (ham-asset-sub) to ham-fp-field.
021256     move ham-as-order (ham-asset-sub) to ham-fp-field (11:2).
021256     move ham-as-type (ham-asset-sub) to ham-fp-field (13:6).
021256     move 18 to ham-fp-field-len.
021256     perform 2660-hash-field
021256         thru 2660-exit.
021256
021256     move ham-as-url (ham-asset-sub) to ham-fp-field.
021256     move 200 to ham-fp-field-len.
021256     perform 2660-hash-field
021256         thru 2660-exit.
021256
021256     move ham-as-integrity (ham-asset-sub) to ham-fp-field.
021256     move 100 to ham-fp-field-len.
021256     perform 2660-hash-field
021256         thru 2660-exit.
021256
021256     move ham-as-crossorigin (ham-asset-sub) to ham-fp-field.
021256     move 15 to ham-fp-field-len.
021256     perform 2660-hash-field
021256         thru 2660-exit.
021256
021256 2685-exit.
021256     exit.
021256
021257 2660-hash-field.
021258     perform 2670-hash-one-byte
021259         thru 2670-exit
020991 2710-exit.
020992     exit.
020993
020993******************************************************
020993* 2750-BUILD-FEED
020993*
020993* The Atom feed for the language just built - one entry
020993* per LISTITEM section of the changelog page's template,
020993* in the page's own sequence order (newest first, the
020993* way the changelog is kept), each in the run's language
020993* where a section translation exists.  An item's date
020993* comes from its "yyyy-mm-dd: " prefix on PAGE-CONTENT;
020993* an item without one takes the feed's own date.  The
020993* feed's updated time is the changelog page's newest
020993* SUCCESS on the audit log - tonight, if this pass just
020993* built it - and the newest item's date when the page has
020993* never built clean.  Both carry the site's offset from
020993* GMT, worked out in 2760-FIND-FEED-UPDATED, and an
020993* item's own date is taken as local midnight.  Archived,
020993* staged, published and
020993* audit-logged through the same paragraphs as a content
020993* page; not checkpointed or fingerprinted, like the
020993* sitemap, since it is cheap and must match the pass.
020993******************************************************
020993 2750-build-feed.
020993     move spaces to ham-output-filename.
020993     string ham-lang-dir delimited by space
020993         ham-feed-file delimited by space
020993                                 into ham-output-filename.
020993     move spaces to ham-build-target.
020993     string ham-build-web-root delimited by space
020993         ham-output-filename delimited by space
020993                                 into ham-build-target.
020993     move spaces to ham-feed-page-name.
020993     string ham-lang-dir delimited by space
020993         ham-feed-page delimited by space
020993                                 into ham-feed-page-name.
020993     move spaces to ham-page-result.
020993
020993     move ham-feed-template-id to ham-current-template-id.
020993     perform 1400-select-translation
020993         thru 1400-exit.
020993     perform 2950-derive-page-title
020993         thru 2950-exit.
020993
020993     perform 2760-find-feed-updated
020993         thru 2760-exit.
020993
020993     perform 7600-archive-prior-copy
020993         thru 7600-exit.
020993     open output html-file.
020993     if ham-html-file-status not = "00"
020993         move "FAILURE" to ham-page-result
020993         move "Y" to ham-batch-failed-sw
020993     else
020993         perform 2755-write-feed-body
020993             thru 2755-exit
020993         close html-file
020993         move "SUCCESS" to ham-page-result
020993     end-if.
020993
020993     if ham-page-result = "SUCCESS"
020993         perform 7500-publish-page
020993             thru 7500-exit
020993     end-if.
020993
020993     perform 7000-write-audit-log
020993         thru 7000-exit.
020993
020993 2750-exit.
020993     exit.
020993
020993 2755-write-feed-body.
020993     move "2755-WRITE-FEED-BODY" to ham-current-para.
020993     move 1 to ham-line-ptr.
020993     move spaces to ham-line-buffer.
020993     string "<?xml version=" quote "1.0" quote
020993         " encoding=" quote "UTF-8" quote "?>"
020993             into ham-line-buffer
020993             with pointer ham-line-ptr.
020993     perform 8900-finish-line
020993         thru 8900-exit.
020993
020993     move 1 to ham-line-ptr.
020993     move spaces to ham-line-buffer.
020993     string "<feed xmlns=" quote "http://www.w3.org/2005/Atom"
020993         quote " xml:lang=" quote ham-lang-attr quote ">"
020993             into ham-line-buffer
020993             with pointer ham-line-ptr.
020993     perform 8900-finish-line
020993         thru 8900-exit.
020993
020993     move ham-title-text to ham-esc-in.
020993     move ham-title-len to ham-esc-in-len.
020993     perform 3500-escape-text
020993         thru 3500-exit.
020993     move 1 to ham-line-ptr.
020993     move spaces to ham-line-buffer.
020993     string "<title>"
020993         ham-esc-out (1:ham-esc-out-len)
020993         "</title>"
020993             into ham-line-buffer
020993             with pointer ham-line-ptr.
020993     perform 8900-finish-line
020993         thru 8900-exit.
020993
020993     move 1 to ham-line-ptr.
020993     move spaces to ham-line-buffer.
020993     string "<link rel=" quote "self" quote " href="
020993         quote delimited by size
020993         ham-site-url-root delimited by space
020993         ham-output-filename delimited by space
020993         quote "/>" delimited by size
020993             into ham-line-buffer
020993             with pointer ham-line-ptr.
020993     perform 8900-finish-line
020993         thru 8900-exit.
020993
020993     move 1 to ham-line-ptr.
020993     move spaces to ham-line-buffer.
020993     string "<link rel=" quote "alternate" quote
020993         " type=" quote "text/html" quote " href="
020993         quote delimited by size
020993         ham-site-url-root delimited by space
020993         ham-feed-page-name delimited by space
020993         quote "/>" delimited by size
020993             into ham-line-buffer
020993             with pointer ham-line-ptr.
020993     perform 8900-finish-line
020993         thru 8900-exit.
020993
020993     move 1 to ham-line-ptr.
020993     move spaces to ham-line-buffer.
020993     string "<id>" delimited by size
020993         ham-site-url-root delimited by space
020993         ham-output-filename delimited by space
020993         "</id>" delimited by size
020993             into ham-line-buffer
020993             with pointer ham-line-ptr.
020993     perform 8900-finish-line
020993         thru 8900-exit.
020993
020993     move 1 to ham-line-ptr.
020993     move spaces to ham-line-buffer.
020993     string "<updated>" delimited by size
020993         ham-feed-updated delimited by size
020993         "T" delimited by size
020993         ham-feed-updated-time delimited by size
020993         ham-feed-offset delimited by space
020993         "</updated>" delimited by size
020993             into ham-line-buffer
020993             with pointer ham-line-ptr.
020993     perform 8900-finish-line
020993         thru 8900-exit.
020993
020993     move 1 to ham-line-ptr.
020993     move spaces to ham-line-buffer.
020993     string "<author><name>Data Processing</name></author>"
020993             into ham-line-buffer
020993             with pointer ham-line-ptr.
020993     perform 8900-finish-line
020993         thru 8900-exit.
020993
020993     move zero to ham-section-remaining.
020993     perform 2770-flag-feed-item
020993         thru 2770-exit
020993         varying ham-content-idx from 1 by 1
020993         until ham-content-idx > ham-content-count.
020993
020993     perform 2780-write-next-entry
020993         thru 2780-exit
020993         until ham-section-remaining = zero.
020993
020993     move "2755-WRITE-FEED-BODY-END" to ham-current-para.
020993     move 1 to ham-line-ptr.
020993     move spaces to ham-line-buffer.
020993     string "</feed>"
020993             into ham-line-buffer
020993             with pointer ham-line-ptr.
020993     perform 8900-finish-line
020993         thru 8900-exit.
020993
020993 2755-exit.
020993     exit.
020993
020993******************************************************
020993* 2760-FIND-FEED-UPDATED
020993*
020993* The changelog page's lastmod date and time off the
020993* site table, which 2150-NOTE-PAGE seeded from the audit
020993* log and 3000-BUILD-PAGE moved to tonight on a clean
020993* build.  With no SUCCESS on record at all, the newest
020993* item's date - the first dated LISTITEM in sequence -
020993* stands in, and tonight's date as the last resort, each
020993* at midnight.
020993*
020993* The audit log's times are the site's local clock, so
020993* the feed gives them with the site's offset from GMT.
020993* ACCEPT FROM DATE and TIME carry no offset, so it comes
020993* from the CURRENT-DATE intrinsic - the offset in force
020993* tonight.  A system that keeps no offset returns zeros
020993* there, and the times go out as GMT.
020993******************************************************
020993 2760-find-feed-updated.
020993     move function current-date to ham-feed-clock.
020993     if ham-feed-clock-sign = "+" or ham-feed-clock-sign = "-"
020993         move spaces to ham-feed-offset
020993         string ham-feed-clock-sign ham-feed-clock-hh ":"
020993             ham-feed-clock-mm into ham-feed-offset
020993     else
020993         move "Z" to ham-feed-offset
020993     end-if.
020993
020993     move spaces to ham-feed-updated.
020993     move "00:00:00" to ham-feed-updated-time.
020993     move "N" to ham-hist-found-sw.
020993     perform 2765-search-feed-page
020993         thru 2765-exit
020993         varying ham-site-sub from 1 by 1
020993         until ham-site-sub > ham-site-count
020993            or ham-hist-found.
020993     if ham-feed-updated not = spaces
020993         go to 2760-exit
020993     end-if.
020993
020993     move zero to ham-section-remaining.
020993     perform 2770-flag-feed-item
020993         thru 2770-exit
020993         varying ham-content-idx from 1 by 1
020993         until ham-content-idx > ham-content-count.
020993     if ham-section-remaining > zero
020993         perform 2785-pick-next-entry
020993             thru 2785-exit
020993         move ham-ct-text (ham-section-pick-sub) (1:10)
020993             to ham-feed-date-work
020993         perform 2795-check-entry-date
020993             thru 2795-exit
020993         if ham-feed-date-ok
020993             move ham-feed-date-work to ham-feed-updated
020993             go to 2760-exit
020993         end-if
020993     end-if.
020993
020993     move ham-today-dash to ham-feed-updated.
020993
020993 2760-exit.
020993     exit.
020993
020993 2765-search-feed-page.
020993     if ham-sp-output-file (ham-site-sub) = ham-feed-page-name
020993         move "Y" to ham-hist-found-sw
020993         move ham-sp-lastmod (ham-site-sub) to ham-feed-updated
020993         if ham-sp-lasttime (ham-site-sub) not = spaces
020993             move ham-sp-lasttime (ham-site-sub)
020993                 to ham-feed-updated-time
020993         end-if
020993     end-if.
020993
020993 2765-exit.
020993     exit.
020993
020993******************************************************
020993* 2770-FLAG-FEED-ITEM marks the changelog template's
020993* LISTITEM sections as not yet written - everything else
020993* on the content table as written - for the same
020993* lowest-sequence-first walk the page body uses.
020993******************************************************
020993 2770-flag-feed-item.
020993     if ham-ct-template-id (ham-content-idx)
020993             = ham-feed-template-id
020993        and ham-ct-section-type (ham-content-idx) = "LISTITEM"
020993         move "N" to ham-ct-emitted-sw (ham-content-idx)
020993         add 1 to ham-section-remaining
020993     else
020993         move "Y" to ham-ct-emitted-sw (ham-content-idx)
020993     end-if.
020993
020993 2770-exit.
020993     exit.
020993
020993 2780-write-next-entry.
020993     perform 2785-pick-next-entry
020993         thru 2785-exit.
020993     if ham-section-pick-sub = zero
020993         move zero to ham-section-remaining
020993         go to 2780-exit
020993     end-if.
020993     move "Y" to ham-ct-emitted-sw (ham-section-pick-sub).
020993     subtract 1 from ham-section-remaining.
020993
020993     move ham-ct-tag (ham-section-pick-sub)
020993         to ham-feed-entry-tag.
020993     move ham-ct-text (ham-section-pick-sub) to ham-emit-text.
020993     move ham-ct-len (ham-section-pick-sub) to ham-emit-len.
020993
020993     move ham-emit-text (1:10) to ham-feed-date-work.
020993     perform 2795-check-entry-date
020993         thru 2795-exit.
020993     if ham-feed-date-ok
020993         move ham-feed-date-work to ham-feed-entry-date
020993     else
020993         move ham-feed-updated to ham-feed-entry-date
020993     end-if.
020993
020993     move ham-feed-entry-tag to ham-sec-trans-tag.
020993     perform 3400-find-section-translation
020993         thru 3400-exit.
020993     if ham-sec-trans-found
020993         move ham-sec-trans-text to ham-emit-text
020993         move ham-sec-trans-len to ham-emit-len
020993     end-if.
020993
020993     move ham-emit-text (1:10) to ham-feed-date-work.
020993     perform 2795-check-entry-date
020993         thru 2795-exit.
020993     if ham-feed-date-ok
020993        and ham-emit-text (11:2) = ": "
020993        and ham-emit-len > 12
020993         move ham-emit-text (13:188) to ham-feed-text-hold
020993         move ham-feed-text-hold to ham-emit-text
020993         subtract 12 from ham-emit-len
020993     end-if.
020993
020993     if ham-emit-len = zero
020993         move 1 to ham-emit-len
020993     end-if.
020993     move ham-emit-text to ham-esc-in.
020993     move ham-emit-len to ham-esc-in-len.
020993     perform 3500-escape-text
020993         thru 3500-exit.
020993
020993     move "2780-WRITE-NEXT-ENTRY" to ham-current-para.
020993     move 1 to ham-line-ptr.
020993     move spaces to ham-line-buffer.
020993     string "<entry>"
020993             into ham-line-buffer
020993             with pointer ham-line-ptr.
020993     perform 8900-finish-line
020993         thru 8900-exit.
020993
020993     move 1 to ham-line-ptr.
020993     move spaces to ham-line-buffer.
020993     string "<title>"
020993         ham-esc-out (1:ham-esc-out-len)
020993         "</title>"
020993             into ham-line-buffer
020993             with pointer ham-line-ptr.
020993     perform 8900-finish-line
020993         thru 8900-exit.
020993
020993     move 1 to ham-line-ptr.
020993     move spaces to ham-line-buffer.
020993     string "<link href=" quote delimited by size
020993         ham-site-url-root delimited by space
020993         ham-feed-page-name delimited by space
020993         quote "/>" delimited by size
020993             into ham-line-buffer
020993             with pointer ham-line-ptr.
020993     perform 8900-finish-line
020993         thru 8900-exit.
020993
020993     move 1 to ham-line-ptr.
020993     move spaces to ham-line-buffer.
020993     string "<id>" delimited by size
020993         ham-site-url-root delimited by space
020993         ham-feed-page-name delimited by space
020993         "#" delimited by size
020993         ham-feed-entry-tag delimited by space
020993         "</id>" delimited by size
020993             into ham-line-buffer
020993             with pointer ham-line-ptr.
020993     perform 8900-finish-line
020993         thru 8900-exit.
020993
020993     move 1 to ham-line-ptr.
020993     move spaces to ham-line-buffer.
020993     string "<updated>" delimited by size
020993         ham-feed-entry-date delimited by size
020993         "T00:00:00" delimited by size
020993         ham-feed-offset delimited by space
020993         "</updated>" delimited by size
020993             into ham-line-buffer
020993             with pointer ham-line-ptr.
020993     perform 8900-finish-line
020993         thru 8900-exit.
020993
020993     move 1 to ham-line-ptr.
020993     move spaces to ham-line-buffer.
020993     string "</entry>"
020993             into ham-line-buffer
020993             with pointer ham-line-ptr.
020993     perform 8900-finish-line
020993         thru 8900-exit.
020993
020993 2780-exit.
020993     exit.
020993
020993 2785-pick-next-entry.
020993     move zero to ham-section-pick-sub.
020993     move 99999999 to ham-section-pick-seq.
020993     perform 3210-pick-min-seq
020993         thru 3210-exit
020993         varying ham-section-sub from 1 by 1
020993         until ham-section-sub > ham-content-count.
020993
020993 2785-exit.
020993     exit.
020993
020993******************************************************
020993* 2795-CHECK-ENTRY-DATE - HAM-FEED-DATE-WORK holds a
020993* yyyy-mm-dd date or it does not; Atom will not take
020993* anything looser.
020993******************************************************
020993 2795-check-entry-date.
020993     move "N" to ham-feed-date-sw.
020993     if ham-feed-dc-yyyy is numeric
020993        and ham-feed-dc-dash-1 = "-"
020993        and ham-feed-dc-mm is numeric
020993        and ham-feed-dc-dash-2 = "-"
020993        and ham-feed-dc-dd is numeric
020993         move "Y" to ham-feed-date-sw
020993     end-if.
020993
020993 2795-exit.
020993     exit.
020993
020994******************************************************
020995* 2800-BUILD-INDEX
020996*
020997* The generated site index - the standard page head (the
020998* DEFAULT theme; a generated page has no PAGE-CONTROL
020999* record to name one) and a linked list entry per page,
021000* so the site's pages stop being islands.  It carries the
021000* same site header, menu bar and legal footer as every
021000* content page, and lists the Atom feed after the pages.
021001******************************************************
021002 2800-build-index.
021003     move "index.html" to ham-output-filename.
021009     move spaces to ham-title-text.
021009     move "Site index" to ham-title-text.
021009     move 10 to ham-title-len.
021009     move ham-output-filename to ham-nav-current-page.
021010
021011     open output html-file.
021012     if ham-html-file-status not = "00"
021015     else
021016         perform 2900-write-head-open
021017             thru 2900-exit
021018         perform 4000-write-asset-links
021019             thru 4000-exit
021023
021024         perform 6000-write-style
021025             thru 6000-exit
021031         move spaces to ham-line-buffer
021032         string "<body>"
021033             "<div class=" quote "container text-center" quote ">"
021037                 into ham-line-buffer
021038                 with pointer ham-line-ptr
021039         perform 8900-finish-line
021040             thru 8900-exit
021040
021040         perform 3600-emit-site-header
021040             thru 3600-exit
021040         perform 3620-emit-navigation
021040             thru 3620-exit
021040
021040         move "2800-BUILD-INDEX" to ham-current-para
021040         move 1 to ham-line-ptr
021040         move spaces to ham-line-buffer
021040         string "<h1 class=" quote "when-your-only" quote ">"
021040             "Site index</h1>"
021040             "<ul class=" quote "list-unstyled" quote ">"
021040                 into ham-line-buffer
021040                 with pointer ham-line-ptr
021040         perform 8900-finish-line
021040             thru 8900-exit
021041
021042         perform 2810-write-index-link
021043             thru 2810-exit
021044             varying ham-site-sub from 1 by 1
021045             until ham-site-sub > ham-site-count
021045
021045         if ham-feed-live
021045             perform 2820-write-feed-link
021045                 thru 2820-exit
021045         end-if
021046
021047         move "2800-BUILD-INDEX-END" to ham-current-para
021048         move 1 to ham-line-ptr
021049         move spaces to ham-line-buffer
021050         string "</ul>"
021051                 into ham-line-buffer
021052                 with pointer ham-line-ptr
021053         perform 8900-finish-line
021054             thru 8900-exit
021054
021054         perform 3660-emit-legal-footer
021054             thru 3660-exit
021054
021054         move "2800-BUILD-INDEX-END" to ham-current-para
021054         move 1 to ham-line-ptr
021054         move spaces to ham-line-buffer
021054         string "</div></body></html>"
021054                 into ham-line-buffer
021054                 with pointer ham-line-ptr
021054         perform 8900-finish-line
021054             thru 8900-exit
021055
021056         close html-file
021057         move "SUCCESS" to ham-page-result
021088
021089 2810-exit.
021090     exit.
021090
021090 2820-write-feed-link.
021090     move "2820-WRITE-FEED-LINK" to ham-current-para.
021090     move 1 to ham-line-ptr.
021090     move spaces to ham-line-buffer.
021090     string "<li><a href=" delimited by size
021090         quote delimited by size
021090         ham-feed-file delimited by space
021090         quote delimited by size
021090         ">" delimited by size
021090         ham-feed-file delimited by space
021090         "</a></li>" delimited by size
021090             into ham-line-buffer
021090             with pointer ham-line-ptr.
021090     perform 8900-finish-line
021090         thru 8900-exit.
021090
021090 2820-exit.
021090     exit.
021091
021092******************************************************
021093* 2900-WRITE-HEAD-OPEN
021096* tag carries the run's language as a lang attribute and
021097* the head leads with a meta charset line, so a browser
021098* reading localized copy knows what it is looking at
021099* instead of guessing.  While the changelog page is live
021099* the head also points feed readers at the Atom feed in
021099* the page's own language directory.
021100******************************************************
021101 2900-write-head-open.
021102     move "2900-WRITE-HEAD-OPEN" to ham-current-para.
021119     perform 8900-finish-line
021119         thru 8900-exit.
021119
021119     if ham-feed-live
021119         move 1 to ham-line-ptr
021119         move spaces to ham-line-buffer
021119         string "<link rel=" quote "alternate" quote
021119             " type=" quote "application/atom+xml" quote
021119             " href=" quote delimited by size
021119             ham-feed-file delimited by space
021119             quote ">" delimited by size
021119                 into ham-line-buffer
021119                 with pointer ham-line-ptr
021119         perform 8900-finish-line
021119             thru 8900-exit
021119     end-if.
021119
021120 2900-exit.
021121     exit.
021122
021122* 2950-DERIVE-PAGE-TITLE
021122*
021122* The page's headline makes the natural title - the
021122* headline section's own translation when the run's
021122* language carries one, then the active translation's
021122* headline, otherwise the first HEADLINE section on the
021122* content table for the template, and the output file
021122* name as the last resort so no page ships with an empty
021122* title.  The order matches 3220-EMIT-ONE-SECTION, so
021122* the title and the <h1> always agree.
021122******************************************************
021122 2950-derive-page-title.
021122     move spaces to ham-title-text.
021122     move zero to ham-title-len.
021122     move spaces to ham-title-tag.
021122
021122     move "N" to ham-title-found-sw.
021122     perform 2960-find-headline-section
021122         until ham-content-idx > ham-content-count
021122            or ham-title-found.
021122
021122     if ham-title-found
021122         move ham-title-tag to ham-sec-trans-tag
021122         perform 3400-find-section-translation
021122             thru 3400-exit
021122         if ham-sec-trans-found
021122             move ham-sec-trans-text to ham-title-text
021122             move ham-sec-trans-len to ham-title-len
021122             if ham-title-len > 100
021122                 move 100 to ham-title-len
021122             end-if
021122             go to 2950-exit
021122         end-if
021122     end-if.
021122
021122     if ham-active-trans-found
021122         move ham-active-headline to ham-title-text
021122         move ham-active-headline-len to ham-title-len
021122         go to 2950-exit
021122     end-if.
021122
021122     if not ham-title-found
021122         move ham-output-filename to ham-wide-trim-work
021122         perform 1350-trim-wide-field
021122        and ham-ct-section-type (ham-content-idx) = "HEADLINE"
021122         move ham-ct-text (ham-content-idx) to ham-title-text
021122         move ham-ct-len (ham-content-idx) to ham-title-len
021122         move ham-ct-tag (ham-content-idx) to ham-title-tag
021122         move "Y" to ham-title-found-sw
021122     end-if.
021122
021500******************************************************
021600 3000-build-page.
021610     move spaces to ham-page-result.
021615     move pgctl-output-file to ham-nav-current-page.
021620     perform 1400-select-translation
021630         thru 1400-exit.
021632     perform 2950-derive-page-title
021900         perform 2900-write-head-open
021910             thru 2900-exit
022000
022100         perform 4000-write-asset-links
022200             thru 4000-exit
022600
022700         perform 6000-write-style
022800             thru 6000-exit
025862     if ham-page-result = "SUCCESS"
025863         move ham-today-dash
025864             to ham-sp-lastmod (ham-site-sub)
025864         accept ham-system-time from time
025864         move spaces to ham-sp-lasttime (ham-site-sub)
025864         string ham-st-hh ":" ham-st-mm ":" ham-st-ss
025864             into ham-sp-lasttime (ham-site-sub)
025865     end-if.
025870
025880     perform 7000-write-audit-log
026900* the html its section type calls for.  Runs of LISTITEM
027000* sections are bracketed with one <ul>/</ul> pair, opened
027100* at the first item and closed when a section of any other
027200* type - or the end of the page - follows.  The shared
027210* site header and menu bar lead the body and the legal
027220* footer closes it, whatever the template carries.
027300******************************************************
027400 3100-build-body.
027500     move "3100-BUILD-BODY" to ham-current-para.
027570     perform 8900-finish-line
027580         thru 8900-exit.
027590
027591     perform 3600-emit-site-header
027592         thru 3600-exit.
027593     perform 3620-emit-navigation
027594         thru 3620-exit.
027595
027600     move "N" to ham-list-open-sw.
027610     move zero to ham-section-remaining.
027620     perform 3110-flag-section
027710     perform 3300-close-list
027720         thru 3300-exit.
027730
027731     perform 3660-emit-legal-footer
027732         thru 3660-exit.
027733
027740     move "3100-BUILD-BODY-END" to ham-current-para.
027750     move 1 to ham-line-ptr.
027760     move spaces to ham-line-buffer.
028400* Writes the section 3210-PICK-MIN-SEQ settled on.  The
028410* HEADLINE and GREETING section types still honor the
028420* run's active translation, exactly as the old fixed
028430* two-line body did.  A section translation for the
028431* record's own template and tag, when the run's language
028432* carries one, then overrides any section type - so a
028433* fully translated template ships no English at all, and
028434* one with gaps falls back to the PAGE-CONTENT text
028435* section by section.  A type the EVALUATE does
028450* not recognize is shipped as a plain paragraph rather
028460* than silently dropped, so new copy never vanishes just
028470* because a section type was misspelled.
028630         move ham-active-greeting to ham-emit-text
028640         move ham-active-greeting-len to ham-emit-len
028650     end-if.
028651
028652     move ham-ct-tag (ham-section-pick-sub) to ham-sec-trans-tag.
028653     perform 3400-find-section-translation
028654         thru 3400-exit.
028655     if ham-sec-trans-found
028656         move ham-sec-trans-text to ham-emit-text
028657         move ham-sec-trans-len to ham-emit-len
028658     end-if.
028660
028670     if ham-emit-len = zero
028680         move 1 to ham-emit-len
029996 3300-exit.
029997     exit.
029998
029999******************************************************
030000* 3400-FIND-SECTION-TRANSLATION
030001*
030002* Looks up the section translation for the current
030003* page's template and the tag in HAM-SEC-TRANS-TAG in the
030004* run's effective language.  A record naming the page's
030005* own template wins over a blank-template wildcard,
030006* whichever is listed first, the same rule 1400-SELECT-
030007* TRANSLATION applies to headline/greeting pairs.  English
030008* never looks - PAGE-CONTENT is already English - and a
030009* section record with no text is no translation at all.
030010******************************************************
030011 3400-find-section-translation.
030012     move "N" to ham-sec-trans-sw.
030013     move spaces to ham-sec-trans-text.
030014     move zero to ham-sec-trans-len.
030015
030016     if ham-effective-language = "EN"
030017        or ham-sec-trans-tag = spaces
030018         go to 3400-exit
030019     end-if.
030020
030021     perform 3410-search-section-trans
030022         thru 3410-exit
030023         varying ham-trans-idx from 1 by 1
030024         until ham-trans-idx > ham-trans-count
030025            or ham-sec-trans-found.
030026
030027     if not ham-sec-trans-found
030028         perform 3415-search-section-trans-default
030029             thru 3415-exit
030030             varying ham-trans-idx from 1 by 1
030031             until ham-trans-idx > ham-trans-count
030032                or ham-sec-trans-found
030033     end-if.
030034
030035     if ham-sec-trans-found
030036         move ham-tr-text (ham-sec-trans-sub)
030037             to ham-sec-trans-text
030038         move ham-tr-text-len (ham-sec-trans-sub)
030039             to ham-sec-trans-len
030040     end-if.
030041
030042 3400-exit.
030043     exit.
030044
030045 3410-search-section-trans.
030046     if ham-tr-lang-code (ham-trans-idx) = ham-effective-language
030047        and ham-tr-template-id (ham-trans-idx)
030048                             = ham-current-template-id
030049        and ham-tr-tag (ham-trans-idx) = ham-sec-trans-tag
030050        and ham-tr-text-len (ham-trans-idx) > zero
030051         move "Y" to ham-sec-trans-sw
030052         set ham-sec-trans-sub to ham-trans-idx
030053     end-if.
030054
030055 3410-exit.
030056     exit.
030057
030058 3415-search-section-trans-default.
030059     if ham-tr-lang-code (ham-trans-idx) = ham-effective-language
030060        and ham-tr-template-id (ham-trans-idx) = spaces
030061        and ham-tr-tag (ham-trans-idx) = ham-sec-trans-tag
030062        and ham-tr-text-len (ham-trans-idx) > zero
030063         move "Y" to ham-sec-trans-sw
030064         set ham-sec-trans-sub to ham-trans-idx
030065     end-if.
030066
030067 3415-exit.
030068     exit.
030069
030070******************************************************
030071* 3600-EMIT-SITE-HEADER / 3660-EMIT-LEGAL-FOOTER
030072*
030073* The shared blocks off SITE-NAVIGATION - the run's own
030074* language's record when there is one, otherwise the
030075* default (blank-language) record, html-encoded like all
030076* other copy.  No record of the type means no block.
030077******************************************************
030078 3600-emit-site-header.
030079     move "HEADER" to ham-nav-block-type.
030080     perform 3690-find-shared-block
030081         thru 3690-exit.
030082     if not ham-nav-found
030083         go to 3600-exit
030084     end-if.
030085
030086     move "3600-EMIT-SITE-HEADER" to ham-current-para.
030087     move 1 to ham-line-ptr.
030088     move spaces to ham-line-buffer.
030089     string "<header class=" quote "site-header" quote "><p>"
030090         ham-esc-out (1:ham-esc-out-len)
030091         "</p></header>"
030092             into ham-line-buffer
030093             with pointer ham-line-ptr.
030094     perform 8900-finish-line
030095         thru 8900-exit.
030096
030097 3600-exit.
030098     exit.
030099
030100******************************************************
030101* 3620-EMIT-NAVIGATION
030102*
030103* The menu bar - one item per live defining MENU entry,
030104* lowest NAV-ORDER first, each linking relative to the
030105* page so a language's menu stays inside its own
030106* directory.  The entry whose target is the page being
030107* built is marked active (and aria-current) instead of
030108* being a plain link.  No live entries, no menu bar.
030109******************************************************
030110 3620-emit-navigation.
030111     move zero to ham-nav-live-count.
030112     perform 3625-count-live-entry
030113         thru 3625-exit
030114         varying ham-nav-idx from 1 by 1
030115         until ham-nav-idx > ham-nav-count.
030116     if ham-nav-live-count = zero
030117         go to 3620-exit
030118     end-if.
030119
030120     move "3620-EMIT-NAVIGATION" to ham-current-para.
030121     move 1 to ham-line-ptr.
030122     move spaces to ham-line-buffer.
030123     string "<nav><ul class=" quote "nav justify-content-center"
030124         quote ">"
030125             into ham-line-buffer
030126             with pointer ham-line-ptr.
030127     perform 8900-finish-line
030128         thru 8900-exit.
030129
030131     perform 3630-emit-next-menu-item
030132         thru 3630-exit
030133         ham-nav-live-count times.
030134
030135     move "3620-EMIT-NAVIGATION-END" to ham-current-para.
030136     move 1 to ham-line-ptr.
030137     move spaces to ham-line-buffer.
030138     string "</ul></nav>"
030139             into ham-line-buffer
030140             with pointer ham-line-ptr.
030141     perform 8900-finish-line
030142         thru 8900-exit.
030143
030144 3620-exit.
030145     exit.
030146
030147 3625-count-live-entry.
030148     move "N" to ham-nv-done-sw (ham-nav-idx).
030149     if ham-nv-live (ham-nav-idx)
030149         add 1 to ham-nav-live-count
030150     end-if.
030151
030152 3625-exit.
030153     exit.
030154
030155******************************************************
030156* 3630-EMIT-NEXT-MENU-ITEM picks the live entry with the
030157* lowest order not yet written - the same lowest-not-
030158* yet-done walk the body uses for its sections.  Entries
030159* sharing an order go out in file order.
030161******************************************************
030162 3630-emit-next-menu-item.
030163     move zero to ham-nav-pick-sub.
030164     move 9999 to ham-nav-pick-order.
030165     perform 3635-pick-min-order
030166         thru 3635-exit
030167         varying ham-nav-idx from 1 by 1
030168         until ham-nav-idx > ham-nav-count.
030169     if ham-nav-pick-sub = zero
030170         go to 3630-exit
030171     end-if.
030172
030173     move "Y" to ham-nv-done-sw (ham-nav-pick-sub).
030175
030176     move ham-nav-pick-sub to ham-nav-text-sub.
030177     perform 3640-search-menu-label
030178         thru 3640-exit
030179         varying ham-nav-idx from 1 by 1
030180         until ham-nav-idx > ham-nav-count.
030182
030183     move ham-nv-text (ham-nav-text-sub) to ham-esc-in.
030184     move ham-nv-text-len (ham-nav-text-sub) to ham-esc-in-len.
030185     if ham-esc-in-len = zero
030186         move ham-nv-target (ham-nav-pick-sub) to ham-esc-in
030187         move 40 to ham-esc-in-len
030188     end-if.
030189     perform 3500-escape-text
030190         thru 3500-exit.
030191
030192     move "3630-EMIT-NEXT-MENU-ITEM" to ham-current-para.
030193     move 1 to ham-line-ptr.
030194     move spaces to ham-line-buffer.
030195     if ham-nv-target (ham-nav-pick-sub) = ham-nav-current-page
030196         string "<li class=" quote "nav-item" quote ">"
030197             "<a class=" quote "nav-link active" quote
030198             " aria-current=" quote "page" quote
030199             " href=" quote delimited by size
030200             ham-nv-target (ham-nav-pick-sub) delimited by space
030201             quote ">" delimited by size
030202             ham-esc-out (1:ham-esc-out-len) delimited by size
030203             "</a></li>" delimited by size
030204                 into ham-line-buffer
030205                 with pointer ham-line-ptr
030206     else
030207         string "<li class=" quote "nav-item" quote ">"
030208             "<a class=" quote "nav-link" quote
030209             " href=" quote delimited by size
030210             ham-nv-target (ham-nav-pick-sub) delimited by space
030211             quote ">" delimited by size
030212             ham-esc-out (1:ham-esc-out-len) delimited by size
030213             "</a></li>" delimited by size
030214                 into ham-line-buffer
030215                 with pointer ham-line-ptr
030216     end-if.
030217     perform 8900-finish-line
030218         thru 8900-exit.
030219
030222 3630-exit.
030223     exit.
030224
030225 3635-pick-min-order.
030226     if ham-nv-live (ham-nav-idx)
030227        and not ham-nv-done (ham-nav-idx)
030228        and ham-nv-order (ham-nav-idx) < ham-nav-pick-order
030229         move ham-nav-idx to ham-nav-pick-sub
030230         move ham-nv-order (ham-nav-idx) to ham-nav-pick-order
030231     end-if.
030232
030233 3635-exit.
030234     exit.
030235
030236******************************************************
030237* 3640-SEARCH-MENU-LABEL leaves HAM-NAV-TEXT-SUB on the
030238* run's language's label for the picked entry's target,
030239* when SITE-NAVIGATION carries one; otherwise it stays on
030240* the defining entry and its default label.
030241******************************************************
030242 3640-search-menu-label.
030243     if ham-nv-type (ham-nav-idx) = "MENU"
030244        and ham-nv-lang-code (ham-nav-idx)
030244                             = ham-effective-language
030245        and ham-nv-target (ham-nav-idx)
030246                             = ham-nv-target (ham-nav-pick-sub)
030247        and ham-nv-text-len (ham-nav-idx) > zero
030248         move ham-nav-idx to ham-nav-text-sub
030249     end-if.
030250
030251 3640-exit.
030252     exit.
030253
030254 3660-emit-legal-footer.
030255     move "FOOTER" to ham-nav-block-type.
030256     perform 3690-find-shared-block
030257         thru 3690-exit.
030258     if not ham-nav-found
030259         go to 3660-exit
030260     end-if.
030261
030262     move "3660-EMIT-LEGAL-FOOTER" to ham-current-para.
030263     move 1 to ham-line-ptr.
030264     move spaces to ham-line-buffer.
030265     string "<footer class=" quote "site-footer" quote "><p>"
030266         ham-esc-out (1:ham-esc-out-len)
030267         "</p></footer>"
030268             into ham-line-buffer
030269             with pointer ham-line-ptr.
030270     perform 8900-finish-line
030271         thru 8900-exit.
030272
030273 3660-exit.
030274     exit.
030275
030276******************************************************
030277* 3690-FIND-SHARED-BLOCK
030278*
030279* Finds the HAM-NAV-BLOCK-TYPE record for the run's
030280* language, else the default one, and leaves its text
030281* html-encoded in HAM-ESC-OUT.
030282******************************************************
030283 3690-find-shared-block.
030284     move "N" to ham-nav-found-sw.
030285     move zero to ham-nav-text-sub.
030286
030287     perform 3695-search-shared-block
030288         thru 3695-exit
030289         varying ham-nav-idx from 1 by 1
030290         until ham-nav-idx > ham-nav-count.
030291
030292     if ham-nav-text-sub = zero
030293         go to 3690-exit
030294     end-if.
030295
030296     move "Y" to ham-nav-found-sw.
030297     move ham-nv-text (ham-nav-text-sub) to ham-esc-in.
030298     move ham-nv-text-len (ham-nav-text-sub) to ham-esc-in-len.
030299     perform 3500-escape-text
030300         thru 3500-exit.
030301
030302 3690-exit.
030303     exit.
030304
030305 3695-search-shared-block.
030306     if ham-nv-type (ham-nav-idx) not = ham-nav-block-type
030307        or ham-nv-text-len (ham-nav-idx) = zero
030308         go to 3695-exit
030309     end-if.
030310
030311     if ham-nv-lang-code (ham-nav-idx) = ham-effective-language
030312         move ham-nav-idx to ham-nav-text-sub
030313     else
030314         if ham-nv-lang-code (ham-nav-idx) = spaces
030315            and ham-nav-text-sub = zero
030316             move ham-nav-idx to ham-nav-text-sub
030317         end-if
030318     end-if.
030319
030320 3695-exit.
030321     exit.
030322
030600******************************************************
030601* 3500-ESCAPE-TEXT
030602*
030500 3960-exit.
030510     exit.
030520
030520******************************************************
030520* 3970-SELECT-ASSETS
030520*
030520* Marks the asset register record each asset takes for
030520* the current page: of the records in effect tonight for
030520* the page's theme (DEFAULT when it names none) or for
030520* every theme, one naming the theme beats one that does
030520* not, then the later effective date wins, then the
030520* later record.  HAM-ASSET-PICK-COUNT is how many head
030520* links that makes.
030520******************************************************
030520 3970-select-assets.
030520     move ham-current-theme-name to ham-asset-theme-name.
030520     if ham-asset-theme-name = spaces
030520         move "DEFAULT" to ham-asset-theme-name
030520     end-if.
030520     move zero to ham-asset-pick-count.
030520
030520     perform 3975-consider-asset
030520         thru 3975-exit
030520         varying ham-asset-sub from 1 by 1
030520         until ham-asset-sub > ham-asset-count.
030520
030520 3970-exit.
030520     exit.
030520
030520 3975-consider-asset.
030520     move "N" to ham-as-pick-sw (ham-asset-sub).
030520     move "N" to ham-as-done-sw (ham-asset-sub).
030520     if ham-as-theme (ham-asset-sub) not = spaces
030520        and ham-as-theme (ham-asset-sub)
030520                             not = ham-asset-theme-name
030520         go to 3975-exit
030520     end-if.
030520     if ham-as-effective-date (ham-asset-sub) > ham-run-date
030520         go to 3975-exit
030520     end-if.
030520
030520     move "Y" to ham-as-pick-sw (ham-asset-sub).
030520     perform 3980-challenge-asset
030520         thru 3980-exit
030520         varying ham-asset-rival-sub from 1 by 1
030520         until ham-asset-rival-sub > ham-asset-count
030520            or not ham-as-picked (ham-asset-sub).
030520
030520     if ham-as-picked (ham-asset-sub)
030520         add 1 to ham-asset-pick-count
030520     end-if.
030520
030520 3975-exit.
030520     exit.
030520
030520 3980-challenge-asset.
030520     if ham-asset-rival-sub = ham-asset-sub
030520        or ham-as-id (ham-asset-rival-sub)
030520                             not = ham-as-id (ham-asset-sub)
030520         go to 3980-exit
030520     end-if.
030520     if ham-as-theme (ham-asset-rival-sub) not = spaces
030520        and ham-as-theme (ham-asset-rival-sub)
030520                             not = ham-asset-theme-name
030520         go to 3980-exit
030520     end-if.
030520     if ham-as-effective-date (ham-asset-rival-sub)
030520                             > ham-run-date
030520         go to 3980-exit
030520     end-if.
030520
030520     evaluate true
030520         when ham-as-theme (ham-asset-sub) = spaces
030520          and ham-as-theme (ham-asset-rival-sub) not = spaces
030520             move "N" to ham-as-pick-sw (ham-asset-sub)
030520         when ham-as-theme (ham-asset-sub) not = spaces
030520          and ham-as-theme (ham-asset-rival-sub) = spaces
030520             continue
030520         when ham-as-effective-date (ham-asset-rival-sub)
030520                 > ham-as-effective-date (ham-asset-sub)
030520             move "N" to ham-as-pick-sw (ham-asset-sub)
030520         when ham-as-effective-date (ham-asset-rival-sub)
030520                 = ham-as-effective-date (ham-asset-sub)
030520          and ham-asset-rival-sub > ham-asset-sub
030520             move "N" to ham-as-pick-sw (ham-asset-sub)
030520         when other
030520             continue
030520     end-evaluate.
030520
030520 3980-exit.
030520     exit.
030520

030100******************************************************
030200* 4000-WRITE-ASSET-LINKS
030210*
030220* One head link per asset 3970-SELECT-ASSETS picks for
030230* the page, in ASSET-ORDER - a stylesheet <link> or a
030240* <script>, with the integrity hash and crossorigin
030250* setting on a line of their own so a long CDN address
030260* and a sha512 hash together still fit the html line.
030270* A register record keyed UNPINNED - a stylesheet no
030280* one hash can hold - goes out with no integrity.
030300******************************************************
030400 4000-write-asset-links.
030410     move "4000-WRITE-ASSET-LINKS" to ham-current-para.
030420     perform 3970-select-assets
030430         thru 3970-exit.
030440
030450     perform 4010-write-next-asset
030460         thru 4010-exit
030470         ham-asset-pick-count times.
031200
031300 4000-exit.
031400     exit.
031500
031510 4010-write-next-asset.
031520     move zero to ham-asset-pick-sub.
031530     move 9999 to ham-asset-pick-order.
031540     perform 4020-pick-min-asset-order
031550         thru 4020-exit
031560         varying ham-asset-sub from 1 by 1
031570         until ham-asset-sub > ham-asset-count.
031580     if ham-asset-pick-sub = zero
031590         go to 4010-exit
031600     end-if.
031610     move "Y" to ham-as-done-sw (ham-asset-pick-sub).
031620
031630     move 1 to ham-line-ptr.
031640     move spaces to ham-line-buffer.
031650     if ham-as-type (ham-asset-pick-sub) = "SCRIPT"
031660         string "<script src=" quote delimited by size
031670             ham-as-url (ham-asset-pick-sub) delimited by space
031680             quote delimited by size
031690                 into ham-line-buffer
031700                 with pointer ham-line-ptr
031710     else
031720         string "<link href=" quote delimited by size
031730             ham-as-url (ham-asset-pick-sub) delimited by space
031740             quote " rel=" quote "stylesheet" quote
031745                 delimited by size
031750                 into ham-line-buffer
031760                 with pointer ham-line-ptr
031770     end-if.
031780     perform 8900-finish-line
031790         thru 8900-exit.
031800
031810     move 1 to ham-line-ptr.
031820     move spaces to ham-line-buffer.
031830     if ham-as-integrity (ham-asset-pick-sub) not = spaces
031835        and ham-as-integrity (ham-asset-pick-sub) not = "UNPINNED"
031840         string " integrity=" quote delimited by size
031850             ham-as-integrity (ham-asset-pick-sub)
031860                 delimited by space
031870             quote delimited by size
031880                 into ham-line-buffer
031890                 with pointer ham-line-ptr
031900     end-if.
031910     if ham-as-crossorigin (ham-asset-pick-sub) not = spaces
031920         string " crossorigin=" quote delimited by size
031930             ham-as-crossorigin (ham-asset-pick-sub)
031940                 delimited by space
031950             quote delimited by size
031960                 into ham-line-buffer
031970                 with pointer ham-line-ptr
031980     end-if.
031990     if ham-as-type (ham-asset-pick-sub) = "SCRIPT"
032000         string "></script>"
032010                 into ham-line-buffer
032020                 with pointer ham-line-ptr
032030     else
032040         string ">"
032050                 into ham-line-buffer
032060                 with pointer ham-line-ptr
032070     end-if.
032080     perform 8900-finish-line
032090         thru 8900-exit.
032100
032110 4010-exit.
032120     exit.
032130
032140 4020-pick-min-asset-order.
032150     if ham-as-picked (ham-asset-sub)
032160        and not ham-as-done (ham-asset-sub)
032170        and ham-as-order (ham-asset-sub) < ham-asset-pick-order
032180         move ham-asset-sub to ham-asset-pick-sub
032190         move ham-as-order (ham-asset-sub) to ham-asset-pick-order
032200     end-if.
032210
032220 4020-exit.
032230     exit.
033100
033200******************************************************
033300* 6000-WRITE-STYLE
034808* record-by-record through PUBLISH-IN-FILE/PUBLISH-OUT-
034809* FILE rather than shelled out to a host command, so the
034810* publish step stays in the same COBOL I/O idiom as the
034811* rest of this program.  The checksum and size of what
034811* was written are summed line by line as it goes, and a
034811* clean copy is entered on the publish manifest.
034812******************************************************
034813 7500-publish-page.
034814     move spaces to ham-publish-target.
034819     move "N" to ham-publish-eof-sw.
034819     move "N" to ham-publish-in-opened-sw.
034819     move "N" to ham-publish-out-opened-sw.
034819     move zero to ham-man-value.
034819     move zero to ham-man-size.
034820     open input publish-in-file.
034820     if ham-publish-in-file-status = "00"
034820         move "Y" to ham-publish-in-opened-sw
034828         close publish-out-file
034828     end-if.
034829
034829     if ham-publish-eof
034829        and ham-publish-out-opened
034829         move "PUBLISH" to man-action
034829         perform 7540-write-manifest
034829             thru 7540-exit
034829     end-if.
034829
034830 7500-exit.
034831     exit.
034832
034838             move "Y" to ham-publish-eof-sw
034839         not at end
034840             write ham-publish-out-line from ham-publish-in-line
034840             perform 7520-sum-publish-line
034840                 thru 7520-exit
034841     end-read.
034842
034843 7510-exit.
034844     exit.
034844
034844******************************************************
034844* 7520-SUM-PUBLISH-LINE
034844*
034844* Folds the line just written into the manifest checksum
034844* and size - the text up to its last non-blank, which is
034844* what a line sequential write puts on disk, then the
034844* line end.
034844******************************************************
034844 7520-sum-publish-line.
034844     perform 7525-publish-scan-back
034844         thru 7525-exit
034844         varying ham-man-line-len from 255 by -1
034844         until ham-man-line-len = 0
034844            or ham-publish-in-line (ham-man-line-len:1)
034844                                                 not = space.
034844
034844     perform 7530-sum-one-byte
034844         thru 7530-exit
034844         varying ham-man-pos from 1 by 1
034844         until ham-man-pos > ham-man-line-len.
034844
034844     compute ham-man-value = ham-man-value * 31 + 11.
034844     divide ham-man-value by 999999937
034844         giving ham-man-quot remainder ham-man-rem.
034844     move ham-man-rem to ham-man-value.
034844
034844     compute ham-man-size = ham-man-size + ham-man-line-len + 1.
034844
034844 7520-exit.
034844     exit.
034844
034844 7525-publish-scan-back.
034844     continue.
034844
034844 7525-exit.
034844     exit.
034844
034844 7530-sum-one-byte.
034844     move ham-publish-in-line (ham-man-pos:1) to ham-man-char.
034844     compute ham-man-value = ham-man-value * 31
034844         + ham-man-char-num + 1.
034844     divide ham-man-value by 999999937
034844         giving ham-man-quot remainder ham-man-rem.
034844     move ham-man-rem to ham-man-value.
034844
034844 7530-exit.
034844     exit.
034844
034844******************************************************
034844* 7540-WRITE-MANIFEST
034844*
034844* One PUBLISH-MANIFEST entry for HAM-PUBLISH-TARGET's
034844* file under its language-qualified name, with the
034844* action the caller left in MAN-ACTION and the checksum
034844* and size summed so far (zero for a REMOVE).
034844******************************************************
034844 7540-write-manifest.
034844     accept ham-system-date from date yyyymmdd.
034844     accept ham-system-time from time.
034844
034844     move spaces to man-timestamp.
034844     string ham-sd-yyyy "-" ham-sd-mm "-" ham-sd-dd " "
034844         ham-st-hh ":" ham-st-mm ":" ham-st-ss
034844                                 into man-timestamp.
034844     move ham-output-filename to man-output-file.
034844     move ham-man-value to man-checksum.
034844     move ham-man-size to man-size.
034844     move "HAMMER" to man-program.
034844
034844     write man-record.
034844
034844 7540-exit.
034844     exit.
034845
034850******************************************************
034851* 7600-ARCHIVE-PRIOR-COPY
035700 9000-terminate.
035720     close trunc-audit-file.
035730     close audit-log-file.
035730     close manifest-file.
035740     close checkpoint-file.
035745
035746******************************************************
