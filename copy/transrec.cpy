      *                  template, so existing entries written
      *                  before this field existed keep working
      *                  unchanged.
      * 2026-10-15  RLB  Added HAM-TRANS-TAG and HAM-TRANS-TEXT
      *                  so every PAGE-CONTENT record can carry
      *                  its own translation - a record with a
      *                  tag is a section translation, its text
      *                  standing in for the PAGE-CONTENT record
      *                  with the same template id and tag in
      *                  that language.  A record with a blank
      *                  tag is the old headline/greeting pair
      *                  and keeps working unchanged.
      *****************************************************
       01  HAM-TRANS-RECORD.
           05  HAM-TRANS-LANG-CODE         PIC X(02).
           05  HAM-TRANS-HEADLINE-TEXT     PIC X(100).
           05  HAM-TRANS-GREETING-TEXT     PIC X(60).
           05  HAM-TRANS-TEMPLATE-ID       PIC X(10).
           05  HAM-TRANS-TAG               PIC X(10).
           05  HAM-TRANS-TEXT              PIC X(200).
