      *> so the latest record for a program tells the operator (and
      *> the startup interlock) whether a run is still in flight.
      *> RCT-OUTCOME is spaces on a START record and the completion
      *> outcome (OK) on an END record -- CTLERROR when the run was
      *> refused because its input deck failed its control totals
      *> (see DCTREC); an abended run simply never writes its END,
      *> which is what the interlock and the status display look
      *> for. RCT-OPERATOR is the signed-on operator id for runs
      *> launched from the operations console (and for baseline
      *> approvals); batch programs leave it spaces.
       02  RCT-PROGRAM       PIC X(20).
       02  RCT-RUN-ID        PIC X(24).
       02  RCT-EVENT         PIC X(5).
       02  RCT-STAMP         PIC X(14).
       02  RCT-OUTCOME       PIC X(8).
       02  RCT-OPERATOR      PIC X(8).
