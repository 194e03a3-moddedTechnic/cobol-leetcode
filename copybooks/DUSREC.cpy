      *> resolved, by which program, on which date -- and
      *> ops/regaudit.cob folds those records into use counts and
      *> last-used dates per registry entry, the evidence behind a
      *> retirement decision. Each record also carries the
      *> generation the reference resolved to, its dataset name,
      *> and the time of day, so a run can be tied to the exact
      *> deck contents it read even after that generation has
      *> rolled off the registry.
       02  DUS-DECK-ID       PIC X(8).
       02  DUS-PROGRAM       PIC X(20).
       02  DUS-DATE          PIC X(8).
       02  DUS-GENERATION    PIC 9(4).
       02  DUS-DECK-DSN      PIC X(80).
       02  DUS-TIME          PIC X(6).
