      *****************************************************
      * NAVREC.CPY
      *
      * SITE-NAVIGATION record - the menu bar and the shared
      * blocks HAMMER puts on every page in every language.
      *
      * NAV-REC-TYPE "MENU" is one menu entry.  The record
      * with a blank NAV-LANG-CODE defines the entry - its
      * display order, its target page (a PGCTL-OUTPUT-FILE
      * name, relative, so each language's menu stays inside
      * its own directory) and its default label.  A MENU
      * record naming a language and the same target carries
      * that language's label; a language without one gets
      * the default.  NAV-ORDER is only read from the
      * defining record.
      *
      * NAV-REC-TYPE "HEADER" and "FOOTER" are the common
      * site header and the legal footer, NAV-TEXT holding
      * the copy.  Again a blank language is the default and
      * a language-coded record overrides it for that
      * language.
      *
      * 2026-10-15  RLB  Written for the site-wide menu bar
      *                  and shared header/footer blocks.
      *****************************************************
       01  NAV-RECORD.
           05  NAV-REC-TYPE                PIC X(06).
           05  NAV-LANG-CODE               PIC X(02).
           05  NAV-ORDER                   PIC 9(03).
           05  NAV-TARGET-PAGE             PIC X(40).
           05  NAV-TEXT                    PIC X(200).
