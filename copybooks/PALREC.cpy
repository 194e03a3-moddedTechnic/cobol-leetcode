      *> Shared record layout for the Palindromes structured results
      *> dataset (see 0009-palindromes.cob, deck screening mode): one
      *> type-D detail record per card screened, carrying the run
      *> id, the card's sequence number within the deck, the
      *> verdict, and the longest palindromic substring's offset and
      *> length within the cleaned string (the whole string for a
      *> true verdict); one type-T trailer record per run carrying
      *> the card, true and false totals. Same shape as RSLREC, so
      *> the end-of-day balancing reads both the same way.
       02  PAL-REC-TYPE      PIC X(1).
       02  PAL-RUN-ID        PIC X(24).
       02  PAL-DETAIL.
           03  PAL-CARD-SEQ      PIC 9(8).
           03  PAL-VERDICT       PIC X(1).
              88 PAL-TRUE            VALUE "T".
              88 PAL-FALSE           VALUE "F".
           03  PAL-LPS-OFFSET    PIC 9(4).
           03  PAL-LPS-LENGTH    PIC 9(4).
           03  FILLER            PIC X(7).
       02  PAL-TRAILER REDEFINES PAL-DETAIL.
           03  PAL-TOTAL-CARDS   PIC 9(8).
           03  PAL-TOTAL-TRUE    PIC 9(8).
           03  PAL-TOTAL-FALSE   PIC 9(8).
