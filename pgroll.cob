002930*                  private literal copies, so a rollback
002940*                  always lands in the same roots the
002950*                  build publishes to.
002960* 2026-10-15  RLB  The republished copy is entered on the
002970*                  PUBLISH-MANIFEST with its checksum and
002980*                  size, the same as a build publish, so
002990*                  the hourly live-site monitor takes the
002991*                  rolled-back page as the page of record
002992*                  instead of flagging it as changed.
003000******************************************************
003100
003200 identification division.
005730         assign to sitecfg
005740         organization is line sequential
005750         file status is rol-sitecfg-file-status.
005760
005770     select manifest-file
005780         assign to manifest
005790         organization is line sequential
005795         file status is rol-manifest-file-status.
005800
005900
006000 data division.
007310
007320 fd  site-config-file.
007330     copy "sitecfgrec.cpy".
007340
007350 fd  manifest-file.
007360     copy "manfrec.cpy".
007400
007500
007600 working-storage section.
008900 01  rol-stage-file-status          pic x(02).
009000 01  rol-publish-file-status        pic x(02).
009100 01  rol-audit-file-status          pic x(02).
009110 01  rol-manifest-file-status       pic x(02).
009200
009300 01  rol-switches.
009400     05  rol-archive-eof-sw         pic x(01) value "N".
009900 01  rol-page-name                  pic x(40).
010000 01  rol-gen-text                   pic x(04).
010100 01  rol-gen-disp                   pic 9(04).
010104
010108******************************************************
010112* Publish-manifest checksum work area - the same
010116* arithmetic HAMMER's publish step runs over every byte
010120* it writes to the live web root, so a rolled-back copy
010124* and a built one sum alike.
010128******************************************************
010132 01  rol-man-work-area.
010136     05  rol-man-value              pic 9(18) comp.
010140     05  rol-man-quot               pic 9(18) comp.
010144     05  rol-man-rem                pic 9(18) comp.
010148     05  rol-man-size               pic 9(09) comp.
010152     05  rol-man-line-len           pic 9(04) comp.
010156     05  rol-man-pos                pic 9(04) comp.
010160
010164 01  rol-man-char-pair.
010168     05  filler                     pic x(01) value low-value.
010172     05  rol-man-char               pic x(01).
010176 01  rol-man-char-num redefines rol-man-char-pair
010180                                    pic 9(04) comp.
010200
010300 01  rol-system-date.
010400     05  rol-sd-yyyy                pic 9(04).
021300         go to 2000-exit
021400     end-if.
021500
021510     move zero to rol-man-value.
021520     move zero to rol-man-size.
021600     perform 2100-copy-one-line
021700         thru 2100-exit
021800         until rol-archive-eof.
022300
022400     perform 3000-write-audit-entry
022500         thru 3000-exit.
022510
022520     perform 3100-write-manifest-entry
022530         thru 3100-exit.
022600
022700 2000-exit.
022800     exit.
023400         not at end
023500             write rol-stage-line from rol-archive-line
023600             write rol-publish-line from rol-archive-line
023610             perform 2200-sum-one-line
023620                 thru 2200-exit
023700     end-read.
023800
023900 2100-exit.
024000     exit.
024010
024011******************************************************
024012* 2200-SUM-ONE-LINE
024013*
024014* Folds the line just published into the manifest
024015* checksum and size - the text up to its last non-blank,
024016* which is what a line sequential write puts on disk,
024017* then the line end.
024018******************************************************
024019 2200-sum-one-line.
024020     perform 2210-scan-back
024021         thru 2210-exit
024022         varying rol-man-line-len from 255 by -1
024023         until rol-man-line-len = 0
024024            or rol-archive-line (rol-man-line-len:1)
024025                                                 not = space.
024026
024027     perform 2220-sum-one-byte
024028         thru 2220-exit
024029         varying rol-man-pos from 1 by 1
024030         until rol-man-pos > rol-man-line-len.
024031
024032     compute rol-man-value = rol-man-value * 31 + 11.
024033     divide rol-man-value by 999999937
024034         giving rol-man-quot remainder rol-man-rem.
024035     move rol-man-rem to rol-man-value.
024036
024037     compute rol-man-size = rol-man-size + rol-man-line-len + 1.
024038
024039 2200-exit.
024040     exit.
024041
024042 2210-scan-back.
024043     continue.
024044
024045 2210-exit.
024046     exit.
024047
024048 2220-sum-one-byte.
024049     move rol-archive-line (rol-man-pos:1) to rol-man-char.
024050     compute rol-man-value = rol-man-value * 31
024051         + rol-man-char-num + 1.
024052     divide rol-man-value by 999999937
024053         giving rol-man-quot remainder rol-man-rem.
024054     move rol-man-rem to rol-man-value.
024055
024056 2220-exit.
024057     exit.
024100
024200******************************************************
024300* 3000-WRITE-AUDIT-ENTRY
026800
027000 3000-exit.
027100     exit.
027103
027106******************************************************
027109* 3100-WRITE-MANIFEST-ENTRY
027112*
027115* One PUBLISH entry on the manifest the build's publish
027118* step appends to, carrying the rolled-back copy's
027121* checksum and size - from here on that copy is what
027124* the hourly monitor holds the live file to.
027127******************************************************
027130 3100-write-manifest-entry.
027133     open extend manifest-file.
027136     if rol-manifest-file-status = "35"
027139         open output manifest-file
027142     end-if.
027145
027148     move spaces to man-record.
027151     string rol-sd-yyyy "-" rol-sd-mm "-" rol-sd-dd " "
027154         rol-st-hh ":" rol-st-mm ":" rol-st-ss
027157                                 into man-timestamp.
027160     move rol-page-name to man-output-file.
027163     move "PUBLISH" to man-action.
027166     move rol-man-value to man-checksum.
027169     move rol-man-size to man-size.
027172     move "PGROLL" to man-program.
027175
027178     write man-record.
027181
027184     close manifest-file.
027187
027190 3100-exit.
027193     exit.
027200
027300******************************************************
027400* 9000-TERMINATE
