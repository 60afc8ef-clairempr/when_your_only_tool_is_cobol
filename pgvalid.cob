002498*                  approved, or the night is rejected and
002498*                  the build holds the old copy instead
002498*                  of shipping words nobody signed off.
002499* 2026-10-15  RLB  Section translations understood - the
002499*                  translation table is sized for one
002499*                  record per content record per language,
002499*                  and a section record keyed on a tag
002499*                  but carrying no text is a warning,
002499*                  since the build would quietly ship the
002499*                  English copy in its place.
002499* 2026-10-15  RLB  SITE-NAVIGATION edited - a menu entry
002499*                  pointing at a page the master does not
002499*                  carry, a duplicate or unordered menu
002499*                  entry, or a record type the build does
002499*                  not know is a reject; a language label
002499*                  with no default entry behind it, or a
002499*                  blank header or footer, is a warning.
002500* 2026-10-15  RLB  ASSET-REGISTER edited - an asset whose
002501*                  domain is not on the approved-domains
002502*                  master, or that carries no integrity
002503*                  hash, is a reject, along with a bad type,
002504*                  order, crossorigin, date or theme and a
002505*                  duplicate entry, so the build never links
002506*                  a stylesheet or script nobody reviewed.
002507* 2026-10-15  RLB  A blank integrity hash is a reject for
002508*                  every asset.  A stylesheet no one hash
002509*                  can hold - a host that serves different
002510*                  CSS to different browsers, as Google
002511*                  Fonts does - is keyed UNPINNED, and the
002512*                  waiver is reported as a warning; a
002513*                  script may not be unpinned.
002500******************************************************
002600
002700 identification division.
004858         organization is line sequential
004859         file status is pgv-cntappr-file-status.
004860
004861     select site-nav-file
004862         assign to sitenav
004863         organization is line sequential
004864         file status is pgv-nav-file-status.
004865
004866     select asset-register-file
004867         assign to assetreg
004868         organization is line sequential
004869         file status is pgv-asset-file-status.
004870
004871     select approved-domains-file
004872         assign to apprdom
004873         organization is line sequential
004874         file status is pgv-apprdom-file-status.
004865
005000     select reject-report-file
005100         assign to valrpt
005200         organization is line sequential.
006870
006880 fd  content-approval-file.
006890     copy "cntapprec.cpy".
006891
006892 fd  site-nav-file.
006893     copy "navrec.cpy".
006894
006895 fd  asset-register-file.
006896     copy "assetrec.cpy".
006897
006898 fd  approved-domains-file.
006899 01  pgv-apprdom-record.
006900     05  pgv-apprdom-domain         pic x(60).
006900
007000 fd  reject-report-file.
007100 01  pgv-report-line                pic x(132).
008500         88 pgv-edit-failed         value "Y".
008510     05  pgv-lang-eof-sw            pic x(01) value "N".
008520         88 pgv-lang-eof            value "Y".
008530     05  pgv-nav-eof-sw             pic x(01) value "N".
008540         88 pgv-nav-eof             value "Y".
008546     05  pgv-asset-eof-sw           pic x(01) value "N".
008552         88 pgv-asset-eof           value "Y".
008558     05  pgv-apprdom-eof-sw         pic x(01) value "N".
008564         88 pgv-apprdom-eof         value "Y".
008570     05  pgv-approved-sw            pic x(01).
008576         88 pgv-approved            value "Y".
008582     05  pgv-sep-found-sw           pic x(01).
008588         88 pgv-sep-found           value "Y".
008600
008700 01  pgv-system-date.
008800     05  pgv-sd-yyyy                pic 9(04).
010400
010500 01  pgv-trans-table.
010600     05  pgv-trans-count            pic 9(04) comp value zero.
010700     05  pgv-trans-entry occurs 5000 times
010800                 indexed by pgv-trans-idx.
010900         10  pgv-tr-lang-code       pic x(02).
011000         10  pgv-tr-template-id     pic x(10).
011010         10  pgv-tr-tag             pic x(10).
011020         10  pgv-tr-text-sw         pic x(01).
011030             88 pgv-tr-no-text      value "N".
011100
011200 01  pgv-output-table.
011300     05  pgv-output-count           pic 9(04) comp value zero.
011708 01  pgv-capacities.
011709     05  pgv-max-content            pic 9(08) comp value 5000.
011710     05  pgv-max-theme              pic 9(08) comp value 100.
011711     05  pgv-max-trans              pic 9(08) comp value 5000.
011712     05  pgv-max-output             pic 9(08) comp value 5000.
011713     05  pgv-max-template           pic 9(08) comp value 500.
011714     05  pgv-max-lang               pic 9(08) comp value 10.
011714     05  pgv-max-nav                pic 9(08) comp value 200.
011715     05  pgv-max-asset              pic 9(08) comp value 100.
011716     05  pgv-max-apprdom            pic 9(08) comp value 50.
011715 01  pgv-capacity-item              pic x(20).
011716 01  pgv-capacity-hit-sw            pic x(01) value "N".
011717     88 pgv-capacity-hit           value "Y".
011710 01  pgv-lang-file-status           pic x(02).
011711 01  pgv-sitecfg-file-status        pic x(02).
011711 01  pgv-cntappr-file-status        pic x(02).
011711 01  pgv-nav-file-status            pic x(02).
011712 01  pgv-asset-file-status          pic x(02).
011713 01  pgv-apprdom-file-status        pic x(02).
011711
011711******************************************************
011711* Content checksum work - the same 31-multiplier,
011760                 indexed by pgv-lang-idx.
011770         10  pgv-lc-code            pic x(02).
011780 01  pgv-lang-sub                   pic 9(04) comp.
011781
011782 01  pgv-nav-table.
011783     05  pgv-nav-count              pic 9(04) comp value zero.
011784     05  pgv-nav-entry occurs 200 times
011785                 indexed by pgv-nav-idx.
011786         10  pgv-nv-type            pic x(06).
011787         10  pgv-nv-lang-code       pic x(02).
011788         10  pgv-nv-order-sw        pic x(01).
011789             88 pgv-nv-order-ok     value "Y".
011790         10  pgv-nv-target          pic x(40).
011791         10  pgv-nv-text-sw         pic x(01).
011792             88 pgv-nv-no-text      value "N".
011793 01  pgv-nav-sub                    pic 9(04) comp.
011794
011795 01  pgv-asset-table.
011796     05  pgv-asset-count            pic 9(04) comp value zero.
011797     05  pgv-asset-entry occurs 100 times
011798                 indexed by pgv-asset-idx.
011799         10  pgv-as-id              pic x(10).
011800         10  pgv-as-theme           pic x(10).
011801         10  pgv-as-type            pic x(06).
011802         10  pgv-as-order-sw        pic x(01).
011803             88 pgv-as-order-ok     value "Y".
011804         10  pgv-as-effective-date  pic x(08).
011805         10  pgv-as-crossorigin     pic x(15).
011806         10  pgv-as-integrity       pic x(100).
011807         10  pgv-as-url             pic x(200).
011808 01  pgv-asset-sub                  pic 9(04) comp.
011809
011810 01  pgv-apprdom-table.
011811     05  pgv-apprdom-count          pic 9(04) comp value zero.
011812     05  pgv-apprdom-entry occurs 50 times
011813                 indexed by pgv-apprdom-idx.
011814         10  pgv-ad-domain          pic x(60).
011815
011816 01  pgv-domain-work.
011817     05  pgv-domain                 pic x(60).
011818     05  pgv-domain-start           pic 9(04) comp.
011819     05  pgv-domain-end             pic 9(04) comp.
011820     05  pgv-domain-len             pic 9(04) comp.
011790
011800 01  pgv-template-table.
011900     05  pgv-template-count         pic 9(04) comp value zero.
016610
016620     perform 4000-edit-languages
016630         thru 4000-exit.
016640
016650     perform 5000-edit-navigation
016660         thru 5000-exit.
016670
016680     perform 6000-edit-assets
016690         thru 6000-exit.
016700
016800     perform 9000-terminate
016900         thru 9000-exit.
020160             until pgv-lang-eof
020170         close language-file
020180     end-if.
020181
020182     open input site-nav-file.
020183     if pgv-nav-file-status = "00"
020184         perform 1700-load-navigation
020185             thru 1700-exit
020186             until pgv-nav-eof
020187         close site-nav-file
020188     end-if.
020189
020190     open input asset-register-file.
020191     if pgv-asset-file-status = "00"
020192         perform 1800-load-assets
020193             thru 1800-exit
020194             until pgv-asset-eof
020195         close asset-register-file
020196     end-if.
020197
020198     open input approved-domains-file.
020199     if pgv-apprdom-file-status = "00"
020200         perform 1850-load-approved-domain
020201             thru 1850-exit
020202             until pgv-apprdom-eof
020203         close approved-domains-file
020204     end-if.
020200
020300     open input page-control-file.
021400
025500                     to pgv-tr-lang-code (pgv-trans-idx)
025600                 move ham-trans-template-id
025700                     to pgv-tr-template-id (pgv-trans-idx)
025710                 move ham-trans-tag
025720                     to pgv-tr-tag (pgv-trans-idx)
025730                 if ham-trans-text = spaces
025740                     move "N" to pgv-tr-text-sw (pgv-trans-idx)
025741                 else
025742                     move "Y" to pgv-tr-text-sw (pgv-trans-idx)
025743                 end-if
025750             end-if
025800     end-read.
025900
026295 1400-exit.
026296     exit.
026297
026297 1700-load-navigation.
026297     read site-nav-file
026297         at end
026297             move "Y" to pgv-nav-eof-sw
026297             go to 1700-exit
026297     end-read.
026297
026297     if nav-rec-type = spaces
026297         go to 1700-exit
026297     end-if.
026297
026297     if pgv-nav-count >= pgv-max-nav
026297         move "SITE-NAVIGATION" to pgv-capacity-item
026297         perform 9900-capacity-reject
026297             thru 9900-exit
026297         go to 1700-exit
026297     end-if.
026297
026297     add 1 to pgv-nav-count.
026297     set pgv-nav-idx to pgv-nav-count.
026297     move nav-rec-type to pgv-nv-type (pgv-nav-idx).
026297     move nav-lang-code to pgv-nv-lang-code (pgv-nav-idx).
026297     move nav-target-page to pgv-nv-target (pgv-nav-idx).
026297     if nav-order is numeric
026297         move "Y" to pgv-nv-order-sw (pgv-nav-idx)
026297     else
026297         move "N" to pgv-nv-order-sw (pgv-nav-idx)
026297     end-if.
026297     if nav-text = spaces
026297         move "N" to pgv-nv-text-sw (pgv-nav-idx)
026297     else
026297         move "Y" to pgv-nv-text-sw (pgv-nav-idx)
026297     end-if.
026297
026297 1700-exit.
026297     exit.
026298
026299 1800-load-assets.
026300     read asset-register-file
026301         at end
026302             move "Y" to pgv-asset-eof-sw
026303             go to 1800-exit
026304     end-read.
026305
026306     if asset-id = spaces
026307         go to 1800-exit
026308     end-if.
026309
026310     if pgv-asset-count >= pgv-max-asset
026311         move "ASSET-REGISTER" to pgv-capacity-item
026312         perform 9900-capacity-reject
026313             thru 9900-exit
026314         go to 1800-exit
026315     end-if.
026316
026317     add 1 to pgv-asset-count.
026318     set pgv-asset-idx to pgv-asset-count.
026319     move asset-id to pgv-as-id (pgv-asset-idx).
026320     move asset-theme to pgv-as-theme (pgv-asset-idx).
026321     move asset-type to pgv-as-type (pgv-asset-idx).
026322     move asset-effective-date
026323         to pgv-as-effective-date (pgv-asset-idx).
026324     move asset-crossorigin to pgv-as-crossorigin (pgv-asset-idx).
026325     move asset-integrity to pgv-as-integrity (pgv-asset-idx).
026326     move asset-url to pgv-as-url (pgv-asset-idx).
026327     if asset-order is numeric
026328         move "Y" to pgv-as-order-sw (pgv-asset-idx)
026329     else
026330         move "N" to pgv-as-order-sw (pgv-asset-idx)
026331     end-if.
026332
026333 1800-exit.
026334     exit.
026335
026336 1850-load-approved-domain.
026337     read approved-domains-file
026338         at end
026339             move "Y" to pgv-apprdom-eof-sw
026340             go to 1850-exit
026341     end-read.
026342
026343     if pgv-apprdom-domain = spaces
026344         go to 1850-exit
026345     end-if.
026346
026347     if pgv-apprdom-count >= pgv-max-apprdom
026348         move "APPROVED-DOMAINS" to pgv-capacity-item
026349         perform 9900-capacity-reject
026350             thru 9900-exit
026351         go to 1850-exit
026352     end-if.
026353
026354     add 1 to pgv-apprdom-count.
026355     set pgv-apprdom-idx to pgv-apprdom-count.
026356     move pgv-apprdom-domain to pgv-ad-domain (pgv-apprdom-idx).
026357
026358 1850-exit.
026359     exit.
026297
026298******************************************************
026299* 1500-EDIT-SITE-CONFIG
026300*
045700* reported as a WARNING, since a stray translation does
045800* not make the build unfit to run the way a missing
045900* headline does, so it does not drive the condition code.
045910* A section translation (one carrying a tag) with no text
045920* is warned on the same terms - the build passes over it
045930* and ships the English copy, which is rarely what the
045940* translator meant.
046000******************************************************
046100 3000-edit-translations.
046200     perform 3100-edit-one-translation
046800     exit.
046900
047000 3100-edit-one-translation.
047010     if pgv-tr-tag (pgv-trans-idx) not = spaces
047020        and pgv-tr-no-text (pgv-trans-idx)
047030         move spaces to pgv-rpt-detail
047040         move "WARNING" to pgv-rpt-severity
047050         string pgv-tr-lang-code (pgv-trans-idx) " "
047060             pgv-tr-template-id (pgv-trans-idx) " "
047070             pgv-tr-tag (pgv-trans-idx)
047080             delimited by size into pgv-rpt-record-id
047090         move "SECTION TRANSLATION CARRIES NO TEXT"
047091             to pgv-rpt-reason
047092         move pgv-rpt-detail to pgv-report-line
047093         write pgv-report-line
047094         move spaces to pgv-rpt-detail
047095         add 1 to pgv-warning-count
047096     end-if.
047097
047100     if pgv-tr-template-id (pgv-trans-idx) = spaces
047200         go to 3100-exit
047300     end-if.
050694 4120-exit.
050695     exit.
050696
050697******************************************************
050698* 5000-EDIT-NAVIGATION
050699*
050700* Edits SITE-NAVIGATION, which puts the menu bar and the
050701* shared header and footer on every page.  The build
050702* only ever links to pages it stages, so a menu entry
050703* naming a page that is not on the master, a default
050704* entry with no usable order, the same target defined
050705* twice, or a record type the build would ignore is a
050706* reject.  A language label with no default entry behind
050707* it never shows, and a blank header or footer block is
050708* an empty one on every page - both are warnings.  No
050709* file at all is not edited; the build runs without a
050710* menu bar.
050711******************************************************
050712 5000-edit-navigation.
050713     perform 5100-edit-one-nav-entry
050714         thru 5100-exit
050715         varying pgv-nav-sub from 1 by 1
050716         until pgv-nav-sub > pgv-nav-count.
050717
050718 5000-exit.
050719     exit.
050720
050721 5100-edit-one-nav-entry.
050722     move spaces to pgv-rpt-detail.
050723     string pgv-nv-type (pgv-nav-sub) delimited by space
050724         " " delimited by size
050725         pgv-nv-lang-code (pgv-nav-sub) delimited by space
050726         " " delimited by size
050727         pgv-nv-target (pgv-nav-sub) delimited by space
050728             into pgv-rpt-record-id.
050729
050730     if pgv-nv-type (pgv-nav-sub) = "HEADER"
050731        or pgv-nv-type (pgv-nav-sub) = "FOOTER"
050732         if pgv-nv-no-text (pgv-nav-sub)
050733             move "SHARED BLOCK CARRIES NO TEXT"
050734                 to pgv-rpt-reason
050735             perform 5900-write-nav-warning
050736                 thru 5900-exit
050737         end-if
050738         go to 5100-exit
050739     end-if.
050740
050741     if pgv-nv-type (pgv-nav-sub) not = "MENU"
050742         move "UNKNOWN SITE-NAVIGATION RECORD TYPE"
050743             to pgv-rpt-reason
050744         perform 5800-write-nav-reject
050745             thru 5800-exit
050746         go to 5100-exit
050747     end-if.
050748
050749     if pgv-nv-target (pgv-nav-sub) = spaces
050750         move "MENU TARGET PAGE IS BLANK" to pgv-rpt-reason
050751         perform 5800-write-nav-reject
050752             thru 5800-exit
050753         go to 5100-exit
050754     end-if.
050755
050756     if pgv-nv-lang-code (pgv-nav-sub) not = spaces
050757         move "N" to pgv-found-sw
050758         perform 5110-search-default-entry
050759             thru 5110-exit
050760             varying pgv-nav-idx from 1 by 1
050761             until pgv-nav-idx > pgv-nav-count
050762                or pgv-found
050763         if not pgv-found
050764             move "LANGUAGE LABEL HAS NO DEFAULT MENU ENTRY"
050765                 to pgv-rpt-reason
050766             perform 5900-write-nav-warning
050767                 thru 5900-exit
050768         end-if
050769         go to 5100-exit
050770     end-if.
050771
050772     if not pgv-nv-order-ok (pgv-nav-sub)
050773         move "MENU ORDER NOT NUMERIC" to pgv-rpt-reason
050774         perform 5800-write-nav-reject
050775             thru 5800-exit
050776         go to 5100-exit
050777     end-if.
050778
050779     move "N" to pgv-found-sw.
050780     perform 5110-search-default-entry
050781         thru 5110-exit
050782         varying pgv-nav-idx from 1 by 1
050783         until pgv-nav-idx = pgv-nav-sub
050784            or pgv-found.
050785     if pgv-found
050786         move "DUPLICATE MENU TARGET ON SITE-NAVIGATION"
050787             to pgv-rpt-reason
050788         perform 5800-write-nav-reject
050789             thru 5800-exit
050790         go to 5100-exit
050791     end-if.
050792
050793     move "N" to pgv-found-sw.
050794     perform 5130-search-master-page
050795         thru 5130-exit
050796         varying pgv-output-idx from 1 by 1
050797         until pgv-output-idx > pgv-output-count
050798            or pgv-found.
050799     if not pgv-found
050800         move "MENU TARGET NOT ON PAGE MASTER" to pgv-rpt-reason
050801         perform 5800-write-nav-reject
050802             thru 5800-exit
050803     end-if.
050804
050805 5100-exit.
050806     exit.
050807
050808 5110-search-default-entry.
050809     if pgv-nv-type (pgv-nav-idx) = "MENU"
050810        and pgv-nv-lang-code (pgv-nav-idx) = spaces
050811        and pgv-nv-target (pgv-nav-idx)
050812                = pgv-nv-target (pgv-nav-sub)
050813         move "Y" to pgv-found-sw
050814     end-if.
050815
050816 5110-exit.
050817     exit.
050818
050830 5130-search-master-page.
050831     if pgv-ot-output-file (pgv-output-idx)
050832             = pgv-nv-target (pgv-nav-sub)
050833         move "Y" to pgv-found-sw
050834     end-if.
050835
050836 5130-exit.
050837     exit.
050838
050839 5800-write-nav-reject.
050840     move "REJECT" to pgv-rpt-severity.
050841     move pgv-rpt-detail to pgv-report-line.
050842     write pgv-report-line.
050843     move spaces to pgv-rpt-detail.
050844     add 1 to pgv-reject-count.
050845     move "Y" to pgv-edit-failed-sw.
050846
050847 5800-exit.
050848     exit.
050849
050850 5900-write-nav-warning.
050851     move "WARNING" to pgv-rpt-severity.
050852     move pgv-rpt-detail to pgv-report-line.
050853     write pgv-report-line.
050854     move spaces to pgv-rpt-detail.
050855     add 1 to pgv-warning-count.
050856
050857 5900-exit.
050858     exit.
050859
050860******************************************************
050861* 6000-EDIT-ASSETS
050862*
050863* Edits ASSET-REGISTER, the stylesheets and scripts the
050864* build links into the head of every page.  The browser
050865* runs whatever these addresses serve, so an asset with
050866* no integrity hash, or one served from a domain that
050867* is not on the approved-domains master, is a reject -
050867* a root-relative address is our own copy and needs no
050868* approval.  A stylesheet from a host that serves
050868* different CSS to different browsers, which no one hash
050868* can hold, is keyed UNPINNED in place of the hash: the
050868* waiver is reported as a warning, and is not allowed on
050868* a script.  A
050869* type, order, crossorigin setting, date or theme the
050870* build could not use, and the same asset keyed twice
050871* for one theme and date, are rejects too.
050872* No register at all is a reject, since the build will
050873* not run without one; an empty one is a warning - pages
050874* would go out with no stylesheet at all.
050875******************************************************
050876 6000-edit-assets.
050877     move spaces to pgv-rpt-detail.
050878     if pgv-asset-file-status not = "00"
050879         move "ASSET-REGISTER" to pgv-rpt-record-id
050880         move "ASSET REGISTER DATASET NOT AVAILABLE"
050881             to pgv-rpt-reason
050882         perform 6800-write-asset-reject
050883             thru 6800-exit
050884         go to 6000-exit
050885     end-if.
050886
050887     if pgv-asset-count = zero
050888         move "ASSET-REGISTER" to pgv-rpt-record-id
050889         move "ASSET REGISTER CARRIES NO ASSETS" to pgv-rpt-reason
050890         perform 6900-write-asset-warning
050891             thru 6900-exit
050892         go to 6000-exit
050893     end-if.
050894
050895     if pgv-apprdom-file-status not = "00"
050896         move "APPROVED-DOMAINS" to pgv-rpt-record-id
050897         move "APPROVED-DOMAINS MISSING - NO CDN ASSET CAN PASS"
050898             to pgv-rpt-reason
050899         perform 6900-write-asset-warning
050900             thru 6900-exit
050901     end-if.
050902
050903     perform 6100-edit-one-asset
050904         thru 6100-exit
050905         varying pgv-asset-sub from 1 by 1
050906         until pgv-asset-sub > pgv-asset-count.
050907
050908 6000-exit.
050909     exit.
050910
050911 6100-edit-one-asset.
050912     move spaces to pgv-rpt-detail.
050913     move pgv-as-id (pgv-asset-sub) to pgv-rpt-record-id (1:10).
050914     move pgv-as-theme (pgv-asset-sub)
050915         to pgv-rpt-record-id (12:10).
050916     move pgv-as-effective-date (pgv-asset-sub)
050917         to pgv-rpt-record-id (23:8).
050918
050919     if pgv-as-type (pgv-asset-sub) not = "STYLE"
050920        and pgv-as-type (pgv-asset-sub) not = "SCRIPT"
050921         move "ASSET TYPE NOT STYLE OR SCRIPT" to pgv-rpt-reason
050922         perform 6800-write-asset-reject
050923             thru 6800-exit
050924         go to 6100-exit
050925     end-if.
050926
050927     if not pgv-as-order-ok (pgv-asset-sub)
050928         move "ASSET ORDER NOT NUMERIC" to pgv-rpt-reason
050929         perform 6800-write-asset-reject
050930             thru 6800-exit
050931         go to 6100-exit
050932     end-if.
050933
050934     if pgv-as-url (pgv-asset-sub) = spaces
050935         move "ASSET URL IS BLANK" to pgv-rpt-reason
050936         perform 6800-write-asset-reject
050937             thru 6800-exit
050938         go to 6100-exit
050939     end-if.
050940
050941     if pgv-as-integrity (pgv-asset-sub) = spaces
050942         move "ASSET HAS NO INTEGRITY HASH" to pgv-rpt-reason
050943         perform 6800-write-asset-reject
050944             thru 6800-exit
050945         go to 6100-exit
050946     end-if.
050946
050946     if pgv-as-integrity (pgv-asset-sub) = "UNPINNED"
050946        and pgv-as-type (pgv-asset-sub) = "SCRIPT"
050946         move "SCRIPT MAY NOT BE UNPINNED - HASH REQUIRED"
050946             to pgv-rpt-reason
050946         perform 6800-write-asset-reject
050946             thru 6800-exit
050946         go to 6100-exit
050946     end-if.
050947
050948     if pgv-as-integrity (pgv-asset-sub) not = "UNPINNED"
050948        and pgv-as-integrity (pgv-asset-sub) (1:7) not = "sha256-"
050949        and pgv-as-integrity (pgv-asset-sub) (1:7) not = "sha384-"
050950        and pgv-as-integrity (pgv-asset-sub) (1:7) not = "sha512-"
050951         move "INTEGRITY HASH NOT SHA256-, SHA384- OR SHA512-"
050952             to pgv-rpt-reason
050953         perform 6800-write-asset-reject
050954             thru 6800-exit
050955         go to 6100-exit
050956     end-if.
050957
050958     if pgv-as-crossorigin (pgv-asset-sub) not = spaces
050959        and pgv-as-crossorigin (pgv-asset-sub) not = "anonymous"
050960        and pgv-as-crossorigin (pgv-asset-sub)
050961                not = "use-credentials"
050962         move "CROSSORIGIN NOT ANONYMOUS OR USE-CREDENTIALS"
050963             to pgv-rpt-reason
050964         perform 6800-write-asset-reject
050965             thru 6800-exit
050966         go to 6100-exit
050967     end-if.
050968
050969     if pgv-as-effective-date (pgv-asset-sub) not = spaces
050970        and pgv-as-effective-date (pgv-asset-sub) is not numeric
050971         move "EFFECTIVE DATE NOT NUMERIC YYYYMMDD"
050972             to pgv-rpt-reason
050973         perform 6800-write-asset-reject
050974             thru 6800-exit
050975         go to 6100-exit
050976     end-if.
050977
050978     if pgv-as-theme (pgv-asset-sub) not = spaces
050979         move pgv-as-theme (pgv-asset-sub)
050980             to pgv-lookup-theme-name
050981         move "N" to pgv-found-sw
050982         perform 2410-search-theme
050983             thru 2410-exit
050984             varying pgv-theme-idx from 1 by 1
050985             until pgv-theme-idx > pgv-theme-count
050986                or pgv-found
050987         if not pgv-found
050988             move "ASSET THEME NOT ON THEME-FILE"
050988                 to pgv-rpt-reason
050989             perform 6800-write-asset-reject
050990                 thru 6800-exit
050991             go to 6100-exit
050992         end-if
050993     end-if.
050994
050995     perform 6200-check-asset-domain
050996         thru 6200-exit.
050997     if not pgv-approved
050998         move "ASSET DOMAIN NOT ON APPROVED-DOMAINS"
050999             to pgv-rpt-reason
051000         perform 6800-write-asset-reject
051001             thru 6800-exit
051002         go to 6100-exit
051003     end-if.
051004
051005     move "N" to pgv-found-sw.
051006     perform 6110-search-earlier-asset
051007         thru 6110-exit
051008         varying pgv-asset-idx from 1 by 1
051009         until pgv-asset-idx = pgv-asset-sub
051010            or pgv-found.
051011     if pgv-found
051012         move "DUPLICATE ASSET FOR THIS THEME AND DATE"
051013             to pgv-rpt-reason
051014         perform 6800-write-asset-reject
051015             thru 6800-exit
051015         go to 6100-exit
051016     end-if.
051016
051016     if pgv-as-integrity (pgv-asset-sub) = "UNPINNED"
051016         move "STYLESHEET UNPINNED BY WAIVER - NO INTEGRITY HASH"
051016             to pgv-rpt-reason
051016         perform 6900-write-asset-warning
051016             thru 6900-exit
051016     end-if.
051017
051018 6100-exit.
051019     exit.
051020
051021 6110-search-earlier-asset.
051022     if pgv-as-id (pgv-asset-idx) = pgv-as-id (pgv-asset-sub)
051023        and pgv-as-theme (pgv-asset-idx)
051024                = pgv-as-theme (pgv-asset-sub)
051025        and pgv-as-effective-date (pgv-asset-idx)
051026                = pgv-as-effective-date (pgv-asset-sub)
051027         move "Y" to pgv-found-sw
051028     end-if.
051029
051030 6110-exit.
051031     exit.
051032
051033******************************************************
051034* 6200-CHECK-ASSET-DOMAIN
051035*
051036* Picks the domain out of the asset's URL - the text
051037* between "://" (or a leading "//") and the next slash -
051038* and matches it against the approved-domains master,
051039* the same way LINKRPT checks the links in the copy.  A
051040* root-relative address is served from our own web root
051041* and passes; anything else with no domain to approve
051042* fails.
051043******************************************************
051044 6200-check-asset-domain.
051045     move "N" to pgv-approved-sw.
051046     move "N" to pgv-sep-found-sw.
051047     move spaces to pgv-domain.
051048     move zero to pgv-domain-start.
051049
051050     if pgv-as-url (pgv-asset-sub) (1:1) = "/"
051051        and pgv-as-url (pgv-asset-sub) (2:1) not = "/"
051052         move "Y" to pgv-approved-sw
051053         go to 6200-exit
051054     end-if.
051055
051056     if pgv-as-url (pgv-asset-sub) (1:2) = "//"
051057         move "Y" to pgv-sep-found-sw
051058         move 3 to pgv-domain-start
051059     else
051060         perform 6210-find-separator
051061             thru 6210-exit
051062             varying pgv-domain-end from 1 by 1
051063             until pgv-domain-end > 198
051064                or pgv-sep-found
051065     end-if.
051066
051067     if not pgv-sep-found
051068         go to 6200-exit
051069     end-if.
051070
051071     perform 6220-find-domain-end
051072         thru 6220-exit
051073         varying pgv-domain-end from pgv-domain-start by 1
051074         until pgv-domain-end > 200
051075            or pgv-as-url (pgv-asset-sub) (pgv-domain-end:1)
051075                   = "/"
051076            or pgv-as-url (pgv-asset-sub) (pgv-domain-end:1) = "?"
051077            or pgv-as-url (pgv-asset-sub) (pgv-domain-end:1)
051078                   = space.
051079
051080     compute pgv-domain-len =
051081         pgv-domain-end - pgv-domain-start.
051082     if pgv-domain-len < 1 or pgv-domain-len > 60
051083         go to 6200-exit
051084     end-if.
051085     move pgv-as-url (pgv-asset-sub)
051086             (pgv-domain-start:pgv-domain-len)
051087         to pgv-domain.
051088
051089     perform 6230-match-domain
051090         thru 6230-exit
051091         varying pgv-apprdom-idx from 1 by 1
051092         until pgv-apprdom-idx > pgv-apprdom-count
051093            or pgv-approved.
051094
051095 6200-exit.
051096     exit.
051097
051098 6210-find-separator.
051099     if pgv-as-url (pgv-asset-sub) (pgv-domain-end:3) = "://"
051100         move "Y" to pgv-sep-found-sw
051101         compute pgv-domain-start = pgv-domain-end + 3
051102     end-if.
051103
051104 6210-exit.
051105     exit.
051106
051107 6220-find-domain-end.
051108     continue.
051109
051110 6220-exit.
051111     exit.
051112
051113 6230-match-domain.
051114     if pgv-ad-domain (pgv-apprdom-idx) = pgv-domain
051115         move "Y" to pgv-approved-sw
051116     end-if.
051117
051118 6230-exit.
051119     exit.
051120
051121 6800-write-asset-reject.
051122     move "REJECT" to pgv-rpt-severity.
051123     move pgv-rpt-detail to pgv-report-line.
051124     write pgv-report-line.
051125     move spaces to pgv-rpt-detail.
051126     add 1 to pgv-reject-count.
051127     move "Y" to pgv-edit-failed-sw.
051128
051129 6800-exit.
051130     exit.
051131
051132 6900-write-asset-warning.
051133     move "WARNING" to pgv-rpt-severity.
051134     move pgv-rpt-detail to pgv-report-line.
051135     write pgv-report-line.
051136     move spaces to pgv-rpt-detail.
051137     add 1 to pgv-warning-count.
051138
051139 6900-exit.
051140     exit.
050859
050860******************************************************
050800* 8000-WRITE-REJECT
050900*
051000* Common back end for every control-record edit that
