      *****************************************************
      * ALERTREC.CPY
      *
      * ALERT-LOG record - one entry appended by ALERTOP for
      * every operator alert it issues, numbered in sequence
      * so the alert can be acknowledged by number.  The entry
      * opens with ALERT-STATUS OPEN at severity 1; the
      * escalation pass (ALERTESC) re-issues an alert still
      * OPEN after its interval at the next severity, naming
      * the on-call contact it went to, and the acknowledgement
      * run (ALERTACK) sets it ACKED with who, when and the
      * resolution note.  Timestamps are YYYY-MM-DD HH:MM:SS,
      * the audit log's format.
      *
      * ALERT-LAST-ISSUED-TS is when the alert last went to the
      * console - the raise itself, then each escalation - and
      * is what the escalation interval is measured from.
      *
      * 2026-10-15  RLB  Written - an alert missed at the
      *                  console was gone without a trace.
      *****************************************************
       01  ALERT-RECORD.
           05  ALERT-NUMBER                PIC 9(06).
           05  ALERT-RAISED-TS             PIC X(26).
           05  ALERT-JOB                   PIC X(08).
           05  ALERT-STEP                  PIC X(08).
           05  ALERT-REASON                PIC X(40).
           05  ALERT-SEVERITY              PIC 9(01).
           05  ALERT-STATUS                PIC X(08).
           05  ALERT-ESCALATE-COUNT        PIC 9(02).
           05  ALERT-LAST-ISSUED-TS        PIC X(26).
           05  ALERT-CONTACT-NAME          PIC X(30).
           05  ALERT-ACK-OPERATOR          PIC X(08).
           05  ALERT-ACK-TS                PIC X(26).
           05  ALERT-ACK-NOTE              PIC X(60).
