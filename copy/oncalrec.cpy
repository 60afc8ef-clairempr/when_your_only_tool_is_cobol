      *****************************************************
      * ONCALREC.CPY
      *
      * ON-CALL CONTACT record - who an escalated alert goes
      * to.  One record per severity and shift: an alert
      * escalated to ONCALL-SEVERITY between ONCALL-START-TIME
      * and ONCALL-END-TIME (HHMM, a window past midnight when
      * the start is the later time, all day when both are
      * blank) names ONCALL-CONTACT-NAME and ONCALL-PHONE on
      * the console.
      *
      * 2026-10-15  RLB  Written for alert escalation.
      *****************************************************
       01  ONCALL-RECORD.
           05  ONCALL-SEVERITY             PIC 9(01).
           05  ONCALL-START-TIME           PIC X(04).
           05  ONCALL-END-TIME             PIC X(04).
           05  ONCALL-CONTACT-NAME         PIC X(30).
           05  ONCALL-PHONE                PIC X(20).
