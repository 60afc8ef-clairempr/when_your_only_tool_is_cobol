002192*                  first-seen and last-seen dates per URL
002193*                  so review can tell a long-standing
002194*                  dependency from last night's arrival.
002195* 2026-10-15  RLB  Asset version report - every staged
002196*                  page copy, in every language, is read
002197*                  for the stylesheet and script links the
002198*                  build took from ASSET-REGISTER, and each
002199*                  one is reported CURRENT, NOT CURRENT or
002200*                  MISSING against what the register picks
002201*                  for that page's theme tonight, so an
002202*                  asset change can be seen reaching (or
002203*                  not reaching) the pages.
002204* 2026-10-15  RLB  A CURRENT link to an asset the register
002205*                  keys UNPINNED is flagged and counted -
002206*                  the page carries it with no integrity
002207*                  hash.
002100******************************************************
002200
002300 identification division.
004193     select link-exception-file
004194         assign to linkexc
004195         organization is line sequential.
004196
004197     select site-config-file
004198         assign to sitecfg
004199         organization is line sequential
004200         file status is lrp-sitecfg-file-status.
004201
004202     select language-file
004203         assign to langctl
004204         organization is line sequential
004205         file status is lrp-lang-file-status.
004206
004207     select asset-register-file
004208         assign to assetreg
004209         organization is line sequential
004210         file status is lrp-asset-file-status.
004211
004212     select staged-in-file
004213         assign to dynamic lrp-staged-target
004214         organization is line sequential
004215         file status is lrp-staged-file-status.
004216
004217     select asset-report-file
004218         assign to assetrpt
004219         organization is line sequential.
004200
004300
004400 data division.
005492
005493 fd  link-exception-file.
005494 01  lrp-exception-line             pic x(255).
005495
005496 fd  site-config-file.
005497     copy "sitecfgrec.cpy".
005498
005499 fd  language-file.
005500     copy "langrec.cpy".
005501
005502 fd  asset-register-file.
005503     copy "assetrec.cpy".
005504
005505 fd  staged-in-file.
005506 01  lrp-staged-line                pic x(255).
005507
005508 fd  asset-report-file.
005509 01  lrp-asset-line                 pic x(132).
005500
005600
005700 working-storage section.
005900 01  lrp-html-file-status           pic x(02).
005910 01  lrp-apprdom-file-status        pic x(02).
005920 01  lrp-history-file-status        pic x(02).
005931 01  lrp-sitecfg-file-status        pic x(02).
005942 01  lrp-lang-file-status           pic x(02).
005953 01  lrp-asset-file-status          pic x(02).
005964 01  lrp-staged-file-status         pic x(02).
005975 01  lrp-staged-target              pic x(80).
005986 01  lrp-build-web-root             pic x(40) value spaces.
006000
006100 01  lrp-switches.
006200     05  lrp-control-eof-sw         pic x(01) value "N".
006560         88 lrp-hist-found          value "Y".
006570     05  lrp-exceptions-sw          pic x(01) value "N".
006580         88 lrp-any-exception       value "Y".
006581     05  lrp-lang-eof-sw            pic x(01) value "N".
006582         88 lrp-lang-eof            value "Y".
006583     05  lrp-asset-eof-sw           pic x(01) value "N".
006584         88 lrp-asset-eof           value "Y".
006585     05  lrp-staged-eof-sw          pic x(01).
006586         88 lrp-staged-eof          value "Y".
006587     05  lrp-asset-found-sw         pic x(01).
006588         88 lrp-asset-found         value "Y".
006590
006591 01  lrp-system-date.
006592     05  lrp-sd-yyyy                pic 9(04).
006619         10  lrp-ht-last-seen       pic x(08).
006620 01  lrp-hist-sub                   pic 9(04) comp.
006621
006622******************************************************
006623* ASSET-REGISTER, loaded whole.  LRP-AS-PICKED marks the
006624* record each asset takes for the page in hand, by the
006625* same rules the build uses; LRP-AS-SEEN marks the ones
006626* found linked on the copy being read.
006627******************************************************
006628 01  lrp-max-asset                  pic 9(04) comp value 100.
006629 01  lrp-asset-table.
006630     05  lrp-asset-count            pic 9(04) comp value zero.
006631     05  lrp-asset-entry occurs 100 times
006632                 indexed by lrp-asset-idx.
006633         10  lrp-as-id              pic x(10).
006634         10  lrp-as-theme           pic x(10).
006635         10  lrp-as-version         pic x(12).
006636         10  lrp-as-effective-date  pic x(08).
006637         10  lrp-as-url             pic x(200).
006638         10  lrp-as-pick-sw         pic x(01).
006639             88 lrp-as-picked       value "Y".
006640         10  lrp-as-seen-sw         pic x(01).
006641             88 lrp-as-seen         value "Y".
006641         10  lrp-as-unpinned-sw     pic x(01).
006641             88 lrp-as-unpinned     value "Y".
006642 01  lrp-asset-work.
006643     05  lrp-asset-page             pic x(40).
006644     05  lrp-asset-theme-name       pic x(10).
006645     05  lrp-asset-sub              pic 9(04) comp.
006646     05  lrp-asset-rival-sub        pic 9(04) comp.
006647     05  lrp-asset-match-sub        pic 9(04) comp.
006648     05  lrp-asset-url              pic x(200).
006649     05  lrp-asset-url-start        pic 9(04) comp.
006650     05  lrp-asset-url-end          pic 9(04) comp.
006651     05  lrp-asset-url-len          pic 9(04) comp.
006652
006653******************************************************
006654* The languages the build produces, off LANGUAGE-CONTROL
006655* - blank directory for English at the root, the
006656* lowercase code plus "/" for the rest.
006657******************************************************
006658 01  lrp-lang-table.
006659     05  lrp-lang-count             pic 9(04) comp value zero.
006660     05  lrp-lang-entry occurs 10 times
006661                 indexed by lrp-lang-idx.
006662         10  lrp-lg-code            pic x(02).
006663         10  lrp-lg-dir             pic x(03).
006664 01  lrp-lang-sub                   pic 9(04) comp.
006665 01  lrp-lang-lower                 pic x(02).
006621
006622 01  lrp-domain-work.
006623     05  lrp-domain                 pic x(60).
006624     05  lrp-domain-start           pic 9(04) comp.
006631     05  lrp-url-count              pic 9(05) comp value zero.
006632     05  lrp-approved-count         pic 9(05) comp value zero.
006633     05  lrp-exception-count        pic 9(05) comp value zero.
006634     05  lrp-copies-scanned-count   pic 9(05) comp value zero.
006635     05  lrp-asset-current-count    pic 9(05) comp value zero.
006636     05  lrp-asset-stale-count      pic 9(05) comp value zero.
006637     05  lrp-asset-missing-count    pic 9(05) comp value zero.
006638     05  lrp-asset-unreg-count      pic 9(05) comp value zero.
006639     05  lrp-asset-unpinned-count   pic 9(05) comp value zero.
006634
006635 01  lrp-exception-work.
006636     05  lrp-exc-header.
006659         10  lrp-exc-total-text     pic x(30).
006660         10  lrp-exc-total-count    pic zz,zz9.
006661
006662 01  lrp-asset-report-work.
006663     05  lrp-asr-header.
006664         10  filler                 pic x(38)
006665             value "LINKRPT ASSET VERSIONS ON STAGED PAGES".
006666         10  filler                 pic x(06)
006667             value "  RUN ".
006668         10  lrp-asr-hdr-yyyy       pic 9(04).
006669         10  filler                 pic x(01) value "-".
006670         10  lrp-asr-hdr-mm         pic 9(02).
006671         10  filler                 pic x(01) value "-".
006672         10  lrp-asr-hdr-dd         pic 9(02).
006673     05  lrp-asr-detail.
006674         10  lrp-asr-page           pic x(40).
006675         10  filler                 pic x(02) value spaces.
006676         10  lrp-asr-asset-id       pic x(10).
006677         10  filler                 pic x(02) value spaces.
006678         10  lrp-asr-version        pic x(12).
006679         10  filler                 pic x(02) value spaces.
006680         10  lrp-asr-status         pic x(15).
006681         10  filler                 pic x(02) value spaces.
006682         10  lrp-asr-note           pic x(47).
006683     05  lrp-asr-total.
006684         10  lrp-asr-total-text     pic x(30).
006685         10  lrp-asr-total-count    pic zz,zz9.
006661
006700 01  lrp-scan-area.
006800     05  lrp-scan-pos               pic 9(04) comp.
006900     05  lrp-url-start-pos          pic 9(04) comp.
008800
008900     perform 2000-scan-pages
009000         thru 2000-exit.
009025
009050     perform 3900-close-asset-report
009075         thru 3900-exit.
009100
009200     perform 9000-terminate
009300         thru 9000-exit.
010097         close link-history-file
010098     end-if.
010099
010100     perform 1300-load-site-config
010101         thru 1300-exit.
010102
010103     open input language-file.
010104     if lrp-lang-file-status = "00"
010105         perform 1400-load-language
010106             thru 1400-exit
010107             until lrp-lang-eof
010108         close language-file
010109     end-if.
010110     if lrp-lang-count = zero
010111         move 1 to lrp-lang-count
010112         move "EN" to lrp-lg-code (1)
010113         move spaces to lrp-lg-dir (1)
010114     end-if.
010115
010116     open input asset-register-file.
010117     if lrp-asset-file-status = "00"
010118         perform 1500-load-asset
010119             thru 1500-exit
010120             until lrp-asset-eof
010121         close asset-register-file
010122     end-if.
010099
010100     open input page-control-file.
010200     open output link-report-file.
010210     open output link-exception-file.
010280     write lrp-exception-line.
010290     move spaces to lrp-exception-line.
010291     write lrp-exception-line.
010292
010293     open output asset-report-file.
010294     move lrp-sd-yyyy to lrp-asr-hdr-yyyy.
010295     move lrp-sd-mm to lrp-asr-hdr-mm.
010296     move lrp-sd-dd to lrp-asr-hdr-dd.
010297     move spaces to lrp-asset-line.
010298     move lrp-asr-header to lrp-asset-line.
010299     write lrp-asset-line.
010300     move spaces to lrp-asset-line.
010301     write lrp-asset-line.
010300
010400 1000-exit.
010500     exit.
010613
010614 1200-exit.
010615     exit.
010616
010617******************************************************
010618* 1300-LOAD-SITE-CONFIG
010619*
010620* The build root off the one SITECFG record - the copies
010621* the asset version report reads are the ones the build
010622* last staged.  With no record the page names are taken
010623* as they stand, the way the link scan takes them.
010624******************************************************
010625 1300-load-site-config.
010626     open input site-config-file.
010627     if lrp-sitecfg-file-status not = "00"
010628         display "LINKRPT: SITE CONFIG NOT AVAILABLE - "
010629             "STATUS " lrp-sitecfg-file-status upon console
010630         go to 1300-exit
010631     end-if.
010632
010633     read site-config-file
010634         at end
010635             display "LINKRPT: SITE CONFIG RECORD MISSING"
010636                 upon console
010637             close site-config-file
010638             go to 1300-exit
010639     end-read.
010640
010641     close site-config-file.
010642     move site-cfg-build-root to lrp-build-web-root.
010643
010644 1300-exit.
010645     exit.
010646
010647 1400-load-language.
010648     read language-file
010649         at end
010650             move "Y" to lrp-lang-eof-sw
010651             go to 1400-exit
010652     end-read.
010653
010654     if lang-code = spaces
010655        or lrp-lang-count >= 10
010656         go to 1400-exit
010657     end-if.
010658
010659     add 1 to lrp-lang-count.
010660     move lrp-lang-count to lrp-lang-sub.
010661     move lang-code to lrp-lg-code (lrp-lang-sub).
010662     if lang-code = "EN"
010663         move spaces to lrp-lg-dir (lrp-lang-sub)
010664     else
010665         move lang-code to lrp-lang-lower
010666         inspect lrp-lang-lower converting
010667             "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to
010668             "abcdefghijklmnopqrstuvwxyz"
010669         move spaces to lrp-lg-dir (lrp-lang-sub)
010670         string lrp-lang-lower delimited by space
010671             "/" delimited by size
010672             into lrp-lg-dir (lrp-lang-sub)
010673     end-if.
010674
010675 1400-exit.
010676     exit.
010677
010678 1500-load-asset.
010679     read asset-register-file
010680         at end
010681             move "Y" to lrp-asset-eof-sw
010682             go to 1500-exit
010683     end-read.
010684
010685     if asset-id = spaces
010686         go to 1500-exit
010687     end-if.
010688
010689     if lrp-asset-count >= lrp-max-asset
010690         display "LINKRPT: ASSET REGISTER PAST "
010691             lrp-max-asset " ENTRIES - REST IGNORED"
010692             upon console
010693         move "Y" to lrp-asset-eof-sw
010694         go to 1500-exit
010695     end-if.
010696
010697     add 1 to lrp-asset-count.
010698     move lrp-asset-count to lrp-asset-sub.
010699     move asset-id to lrp-as-id (lrp-asset-sub).
010700     move asset-theme to lrp-as-theme (lrp-asset-sub).
010701     move asset-version to lrp-as-version (lrp-asset-sub).
010702     move asset-effective-date
010703         to lrp-as-effective-date (lrp-asset-sub).
010704     move asset-url to lrp-as-url (lrp-asset-sub).
010704     move "N" to lrp-as-unpinned-sw (lrp-asset-sub).
010704     if asset-integrity = "UNPINNED"
010704         move "Y" to lrp-as-unpinned-sw (lrp-asset-sub)
010704     end-if.
010705
010706 1500-exit.
010707     exit.
010600
010700******************************************************
010800* 2000-SCAN-PAGES
011400     perform 2100-scan-one-page
011500         thru 2100-exit
011600         until lrp-control-eof.
011610
011620******************************************************
011630* The index page the build writes once, at the root,
011640* carries the DEFAULT theme's links like any other page.
011645* The language directories hold no index, so the copy
011646* check finds nothing there to scan.
011650******************************************************
011660     move "index.html" to lrp-asset-page.
011670     move spaces to lrp-asset-theme-name.
011680     perform 3000-check-page-assets
011690         thru 3000-exit.
011700
011800 2000-exit.
011900     exit.
012700                 to lrp-input-filename
012800             perform 2200-scan-html-file
012900                 thru 2200-exit
012920             move pgctl-output-file to lrp-asset-page
012940             move pgctl-theme-name to lrp-asset-theme-name
012960             perform 3000-check-page-assets
012980                 thru 3000-exit
013000     end-read.
013100
013200 2100-exit.
026216 2800-exit.
026217     exit.
026218
026219******************************************************
026220* 3000-CHECK-PAGE-ASSETS
026221*
026222* Works out which register record each asset takes for
026223* the page's theme tonight - the page's own theme (or
026224* DEFAULT) or every theme, a record naming the theme
026225* beating one that does not, then the later effective
026226* date already in effect, then the later record, the
026227* same rules the build follows - and reads every staged
026228* copy of the page against that.  A head link to the
026229* picked address is CURRENT, flagged UNPINNED when the
026229* register waives the integrity hash for it; one to
026229* another register
026230* address is NOT CURRENT, a copy built before the last
026231* register change; a picked asset not linked at all is
026232* MISSING; a head link the register does not know at all
026233* is NOT ON REGISTER.  Report only - the condition code
026234* is left to the domain check.
026235******************************************************
026236 3000-check-page-assets.
026237     if lrp-asset-count = zero
026238         go to 3000-exit
026239     end-if.
026240
026241     if lrp-asset-theme-name = spaces
026242         move "DEFAULT" to lrp-asset-theme-name
026243     end-if.
026244
026245     perform 3100-consider-asset
026246         thru 3100-exit
026247         varying lrp-asset-sub from 1 by 1
026248         until lrp-asset-sub > lrp-asset-count.
026249
026250     perform 3200-check-page-copy
026251         thru 3200-exit
026252         varying lrp-lang-sub from 1 by 1
026253         until lrp-lang-sub > lrp-lang-count.
026254
026255 3000-exit.
026256     exit.
026257
026258 3100-consider-asset.
026259     move "N" to lrp-as-pick-sw (lrp-asset-sub).
026260     if lrp-as-theme (lrp-asset-sub) not = spaces
026261        and lrp-as-theme (lrp-asset-sub)
026262                             not = lrp-asset-theme-name
026263         go to 3100-exit
026264     end-if.
026265     if lrp-as-effective-date (lrp-asset-sub) > lrp-run-date
026266         go to 3100-exit
026267     end-if.
026268
026269     move "Y" to lrp-as-pick-sw (lrp-asset-sub).
026270     perform 3110-challenge-asset
026271         thru 3110-exit
026272         varying lrp-asset-rival-sub from 1 by 1
026273         until lrp-asset-rival-sub > lrp-asset-count
026274            or not lrp-as-picked (lrp-asset-sub).
026275
026276 3100-exit.
026277     exit.
026278
026279 3110-challenge-asset.
026280     if lrp-asset-rival-sub = lrp-asset-sub
026281        or lrp-as-id (lrp-asset-rival-sub)
026282                             not = lrp-as-id (lrp-asset-sub)
026283         go to 3110-exit
026284     end-if.
026285     if lrp-as-theme (lrp-asset-rival-sub) not = spaces
026286        and lrp-as-theme (lrp-asset-rival-sub)
026287                             not = lrp-asset-theme-name
026288         go to 3110-exit
026289     end-if.
026290     if lrp-as-effective-date (lrp-asset-rival-sub)
026291                             > lrp-run-date
026292         go to 3110-exit
026293     end-if.
026294
026295     evaluate true
026296         when lrp-as-theme (lrp-asset-sub) = spaces
026297          and lrp-as-theme (lrp-asset-rival-sub) not = spaces
026298             move "N" to lrp-as-pick-sw (lrp-asset-sub)
026299         when lrp-as-theme (lrp-asset-sub) not = spaces
026300          and lrp-as-theme (lrp-asset-rival-sub) = spaces
026301             continue
026302         when lrp-as-effective-date (lrp-asset-rival-sub)
026303                 > lrp-as-effective-date (lrp-asset-sub)
026304             move "N" to lrp-as-pick-sw (lrp-asset-sub)
026305         when lrp-as-effective-date (lrp-asset-rival-sub)
026306                 = lrp-as-effective-date (lrp-asset-sub)
026307          and lrp-asset-rival-sub > lrp-asset-sub
026308             move "N" to lrp-as-pick-sw (lrp-asset-sub)
026309         when other
026310             continue
026311     end-evaluate.
026312
026313 3110-exit.
026314     exit.
026315
026316******************************************************
026317* 3200-CHECK-PAGE-COPY
026318*
026319* Reads the copy of the page staged for language
026320* LRP-LANG-SUB.  A copy not staged - held, expired or not
026321* yet built - is passed over.
026322******************************************************
026323 3200-check-page-copy.
026324     move spaces to lrp-staged-target.
026325     string lrp-build-web-root delimited by space
026326         lrp-lg-dir (lrp-lang-sub) delimited by space
026327         lrp-asset-page delimited by space
026328                                 into lrp-staged-target.
026329
026330     open input staged-in-file.
026331     if lrp-staged-file-status not = "00"
026332         go to 3200-exit
026333     end-if.
026334
026335     add 1 to lrp-copies-scanned-count.
026336     perform 3210-clear-seen
026337         thru 3210-exit
026338         varying lrp-asset-sub from 1 by 1
026339         until lrp-asset-sub > lrp-asset-count.
026340
026341     move "N" to lrp-staged-eof-sw.
026342     perform 3300-read-staged-line
026343         thru 3300-exit
026344         until lrp-staged-eof.
026345     close staged-in-file.
026346
026347     perform 3500-report-missing
026348         thru 3500-exit
026349         varying lrp-asset-sub from 1 by 1
026350         until lrp-asset-sub > lrp-asset-count.
026351
026352 3200-exit.
026353     exit.
026354
026355 3210-clear-seen.
026356     move "N" to lrp-as-seen-sw (lrp-asset-sub).
026357
026358 3210-exit.
026359     exit.
026360
026361******************************************************
026362* 3300-READ-STAGED-LINE
026363*
026364* The build writes each head link at the start of a line
026365* as <link href="..." or <script src="... - the address
026366* is everything up to the closing quote.
026367******************************************************
026368 3300-read-staged-line.
026369     read staged-in-file
026370         at end
026371             move "Y" to lrp-staged-eof-sw
026372             go to 3300-exit
026373     end-read.
026374
026375     evaluate true
026376         when lrp-staged-line (1:11) = "<link href="
026377          and lrp-staged-line (12:1) = quote
026378             move 13 to lrp-asset-url-start
026379         when lrp-staged-line (1:12) = "<script src="
026380          and lrp-staged-line (13:1) = quote
026381             move 14 to lrp-asset-url-start
026382         when other
026383             go to 3300-exit
026384     end-evaluate.
026385
026386     perform 3310-find-url-end
026387         thru 3310-exit
026388         varying lrp-asset-url-end from lrp-asset-url-start by 1
026389         until lrp-asset-url-end > 255
026390            or lrp-staged-line (lrp-asset-url-end:1) = quote.
026391     if lrp-asset-url-end = lrp-asset-url-start
026392         go to 3300-exit
026393     end-if.
026394
026395     compute lrp-asset-url-len =
026396         lrp-asset-url-end - lrp-asset-url-start.
026397     if lrp-asset-url-len > 200
026398         move 200 to lrp-asset-url-len
026399     end-if.
026400     move spaces to lrp-asset-url.
026401     move lrp-staged-line (lrp-asset-url-start:lrp-asset-url-len)
026402         to lrp-asset-url.
026403
026404     perform 3400-report-link
026405         thru 3400-exit.
026406
026407 3300-exit.
026408     exit.
026409
026410 3310-find-url-end.
026411     continue.
026412
026413 3310-exit.
026414     exit.
026415
026416******************************************************
026417* 3400-REPORT-LINK
026418*
026419* Matches one head link address to the register - the
026420* record picked for the page first, then any record at
026421* all, so an old version still on the copy is named by
026422* the version it is.
026423******************************************************
026424 3400-report-link.
026425     move spaces to lrp-asr-detail.
026426     string lrp-lg-dir (lrp-lang-sub) delimited by space
026427         lrp-asset-page delimited by space
026428                                 into lrp-asr-page.
026429
026430     move "N" to lrp-asset-found-sw.
026431     perform 3410-match-picked-url
026432         thru 3410-exit
026433         varying lrp-asset-sub from 1 by 1
026434         until lrp-asset-sub > lrp-asset-count
026435            or lrp-asset-found.
026436     if lrp-asset-found
026437         move lrp-as-id (lrp-asset-match-sub) to lrp-asr-asset-id
026438         move lrp-as-version (lrp-asset-match-sub)
026439             to lrp-asr-version
026440         move "CURRENT" to lrp-asr-status
026441         move "Y" to lrp-as-seen-sw (lrp-asset-match-sub)
026442         add 1 to lrp-asset-current-count
026442         if lrp-as-unpinned (lrp-asset-match-sub)
026442             move "UNPINNED - LINKED WITH NO INTEGRITY HASH"
026442                 to lrp-asr-note
026442             add 1 to lrp-asset-unpinned-count
026442         end-if
026443         perform 3800-write-asset-detail
026444             thru 3800-exit
026445         go to 3400-exit
026446     end-if.
026447
026448     perform 3420-match-any-url
026449         thru 3420-exit
026450         varying lrp-asset-sub from 1 by 1
026451         until lrp-asset-sub > lrp-asset-count
026452            or lrp-asset-found.
026453     if not lrp-asset-found
026454         move "NOT ON REGISTER" to lrp-asr-status
026455         move lrp-asset-url to lrp-asr-note
026456         add 1 to lrp-asset-unreg-count
026457         perform 3800-write-asset-detail
026458             thru 3800-exit
026459         go to 3400-exit
026460     end-if.
026461
026462     move lrp-as-id (lrp-asset-match-sub) to lrp-asr-asset-id.
026463     move lrp-as-version (lrp-asset-match-sub) to lrp-asr-version.
026464     move "NOT CURRENT" to lrp-asr-status.
026465     add 1 to lrp-asset-stale-count.
026466
026467     move "N" to lrp-asset-found-sw.
026468     perform 3430-match-picked-id
026469         thru 3430-exit
026470         varying lrp-asset-sub from 1 by 1
026471         until lrp-asset-sub > lrp-asset-count
026472            or lrp-asset-found.
026473     if lrp-asset-found
026474         move "Y" to lrp-as-seen-sw (lrp-asset-match-sub)
026475         string "REGISTER NOW PICKS " delimited by size
026476             lrp-as-version (lrp-asset-match-sub)
026477                 delimited by space
026478             into lrp-asr-note
026479     else
026480         move "REGISTER NO LONGER PICKS THIS ASSET"
026481             to lrp-asr-note
026482     end-if.
026483
026484     perform 3800-write-asset-detail
026485         thru 3800-exit.
026486
026487 3400-exit.
026488     exit.
026489
026490 3410-match-picked-url.
026491     if lrp-as-picked (lrp-asset-sub)
026492        and lrp-as-url (lrp-asset-sub) = lrp-asset-url
026493         move "Y" to lrp-asset-found-sw
026494         move lrp-asset-sub to lrp-asset-match-sub
026495     end-if.
026496
026497 3410-exit.
026498     exit.
026499
026500 3420-match-any-url.
026501     if lrp-as-url (lrp-asset-sub) = lrp-asset-url
026502         move "Y" to lrp-asset-found-sw
026503         move lrp-asset-sub to lrp-asset-match-sub
026504     end-if.
026505
026506 3420-exit.
026507     exit.
026508
026509 3430-match-picked-id.
026510     if lrp-as-picked (lrp-asset-sub)
026511        and lrp-as-id (lrp-asset-sub)
026512                = lrp-as-id (lrp-asset-match-sub)
026513         move "Y" to lrp-asset-found-sw
026514         move lrp-asset-sub to lrp-asset-match-sub
026515     end-if.
026516
026517 3430-exit.
026518     exit.
026519
026520 3500-report-missing.
026521     if not lrp-as-picked (lrp-asset-sub)
026522        or lrp-as-seen (lrp-asset-sub)
026523         go to 3500-exit
026524     end-if.
026525
026526     move spaces to lrp-asr-detail.
026527     string lrp-lg-dir (lrp-lang-sub) delimited by space
026528         lrp-asset-page delimited by space
026529                                 into lrp-asr-page.
026530     move lrp-as-id (lrp-asset-sub) to lrp-asr-asset-id.
026531     move lrp-as-version (lrp-asset-sub) to lrp-asr-version.
026532     move "MISSING" to lrp-asr-status.
026533     move "PICKED BY THE REGISTER BUT NOT LINKED"
026534         to lrp-asr-note.
026535     add 1 to lrp-asset-missing-count.
026536     perform 3800-write-asset-detail
026537         thru 3800-exit.
026538
026539 3500-exit.
026540     exit.
026541
026542 3800-write-asset-detail.
026543     move spaces to lrp-asset-line.
026544     move lrp-asr-detail to lrp-asset-line.
026545     write lrp-asset-line.
026546
026547 3800-exit.
026548     exit.
026549
026550******************************************************
026551* 3900-CLOSE-ASSET-REPORT
026552*
026553* Totals for the asset version report.  No register at
026554* all is said so on the report, not left as a blank one.
026555******************************************************
026556 3900-close-asset-report.
026557     if lrp-asset-file-status not = "00"
026558         move spaces to lrp-asset-line
026559         move "ASSET REGISTER NOT AVAILABLE - NO VERSIONS CHECKED"
026560             to lrp-asset-line
026561         write lrp-asset-line
026562     end-if.
026563
026564     move spaces to lrp-asset-line.
026565     write lrp-asset-line.
026566
026567     move "PAGE COPIES SCANNED" to lrp-asr-total-text.
026568     move lrp-copies-scanned-count to lrp-asr-total-count.
026569     move lrp-asr-total to lrp-asset-line.
026570     write lrp-asset-line.
026571
026572     move "ASSET LINKS CURRENT" to lrp-asr-total-text.
026573     move lrp-asset-current-count to lrp-asr-total-count.
026574     move lrp-asr-total to lrp-asset-line.
026575     write lrp-asset-line.
026575
026575     move "CURRENT LINKS UNPINNED" to lrp-asr-total-text.
026575     move lrp-asset-unpinned-count to lrp-asr-total-count.
026575     move lrp-asr-total to lrp-asset-line.
026575     write lrp-asset-line.
026576
026577     move "ASSET LINKS NOT CURRENT" to lrp-asr-total-text.
026578     move lrp-asset-stale-count to lrp-asr-total-count.
026579     move lrp-asr-total to lrp-asset-line.
026580     write lrp-asset-line.
026581
026582     move "ASSETS MISSING" to lrp-asr-total-text.
026583     move lrp-asset-missing-count to lrp-asr-total-count.
026584     move lrp-asr-total to lrp-asset-line.
026585     write lrp-asset-line.
026586
026587     move "HEAD LINKS NOT ON REGISTER" to lrp-asr-total-text.
026588     move lrp-asset-unreg-count to lrp-asr-total-count.
026589     move lrp-asr-total to lrp-asset-line.
026590     write lrp-asset-line.
026591
026592     close asset-report-file.
026593
026594 3900-exit.
026595     exit.
026218
026100******************************************************
026200* 9000-TERMINATE
026300*
