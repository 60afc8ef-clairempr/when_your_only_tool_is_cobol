      *****************************************************
      * ALACKREC.CPY
      *
      * Alert acknowledgement transaction - one record per
      * alert the operator is answering: the alert number off
      * the console message, the operator's initials and a
      * resolution note (what was done, or who has it).
      * ALERTACK applies these against the ALERT-LOG and
      * prints a register of every transaction applied or
      * rejected.
      *
      * 2026-10-15  RLB  Written for alert acknowledgement.
      *****************************************************
       01  ALACK-RECORD.
           05  ALACK-ALERT-NUMBER          PIC X(06).
           05  ALACK-OPERATOR              PIC X(08).
           05  ALACK-NOTE                  PIC X(60).
