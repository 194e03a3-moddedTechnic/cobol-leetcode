      *> Shared record layout for the operator alert queue
      *> (ALERT.QUEUE). Each program that detects an operational
      *> exception appends one ALERT record per exception, so the
      *> relief operator reads one queue instead of every step's
      *> output. ALT-ALERT-ID is the raising run's id, a dash and
      *> a four-digit sequence number, unique across the queue.
      *> ALT-RUN-ID is the run the alert is about (the raising run
      *> itself when there is no other), ALT-OBJECT the deck id,
      *> program, case or run concerned. The console acknowledges
      *> an alert by appending an ACK record carrying the same
      *> ALT-ALERT-ID, stamped with the operator and the time --
      *> the same append-a-closing-record scheme RUN.CONTROL uses
      *> for START/END -- so an ALERT with no ACK is open. ALT-
      *> OPERATOR is spaces on an ALERT record.
       02  ALT-EVENT         PIC X(5).
          88 ALT-RAISED          VALUE "ALERT".
          88 ALT-ACKNOWLEDGED    VALUE "ACK".
       02  ALT-ALERT-ID      PIC X(30).
       02  ALT-STAMP         PIC X(14).
       02  ALT-SOURCE        PIC X(20).
       02  ALT-SEVERITY      PIC X(8).
          88 ALT-CRITICAL        VALUE "CRITICAL".
          88 ALT-WARNING         VALUE "WARNING".
       02  ALT-RUN-ID        PIC X(24).
       02  ALT-OBJECT        PIC X(40).
       02  ALT-MESSAGE       PIC X(80).
       02  ALT-OPERATOR      PIC X(8).
