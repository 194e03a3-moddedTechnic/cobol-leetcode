      *> ops/deckreg.cob; read by the challenge programs' file-mode
      *> input selection, which rejects unknown or retired ids and
      *> ids whose record format does not match the program.
      *> Each entry keeps numbered generations of its deck, like a
      *> generation data group: REG-DECK-DSN is always the current
      *> generation (relative reference id(0)), numbered
      *> REG-GEN-NUMBER and created on REG-GEN-CREATED; the
      *> generations before it are kept newest first in
      *> REG-OLD-GEN, so REG-OLD-GEN(1) answers id(-1). NEWGEN
      *> pushes the current generation down the table; anything
      *> beyond REG-GEN-LIMIT generations in all rolls off.
      *> The generation fields lengthened the record, so a registry
      *> written in the earlier 110-byte layout must be reloaded
      *> once with ops/regconv.cob (DeckRegConvert) before any
      *> program opens it at this length.
       02  REG-DECK-ID       PIC X(8).
       02  REG-DECK-DSN      PIC X(80).
       02  REG-FORMAT        PIC X(1).
       02  REG-ACTIVE-FLAG   PIC X(1).
          88 REG-ACTIVE          VALUE "A".
          88 REG-RETIRED         VALUE "R".
       02  REG-GEN-NUMBER    PIC 9(4).
       02  REG-GEN-CREATED   PIC X(8).
       02  REG-GEN-LIMIT     PIC 9(2).
       02  REG-OLD-GEN-COUNT PIC 9(2).
       02  REG-OLD-GEN OCCURS 9 TIMES.
           03  REG-OLD-GEN-NUMBER  PIC 9(4).
           03  REG-OLD-GEN-DSN     PIC X(80).
           03  REG-OLD-GEN-CREATED PIC X(8).
