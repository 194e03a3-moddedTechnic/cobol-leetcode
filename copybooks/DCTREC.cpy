      *> Shared layout of the optional control-total card that
      *> closes a NUMREC or STRREC deck: the tag CTL, the count of
      *> cards before it (value or string cards and END sentinels
      *> alike) and a hash total, both zero-filled so the card fits
      *> the 20 columns of a NUMREC card. The hash total of a number
      *> deck is the sum of the absolute values of its value cards;
      *> of a string deck, the sum of the character codes of the
      *> non-blank characters of its string cards; either one kept
      *> modulo 10**10. END sentinels are counted but not hashed.
      *> DeckEdit, DeckSort and MergeSorted's file-to-file merge
      *> write it after the last card of the decks they produce; a
      *> program reading a deck that ends in one recomputes both
      *> figures first and refuses the deck on a mismatch, or on
      *> any card found after it. A card is taken as the control
      *> card only when the tag is followed by 17 digits and, on a
      *> string deck, nothing else.
       02  DCT-TAG           PIC X(3).
           88 DCT-CONTROL-TAG    VALUE "CTL".
       02  DCT-TOTALS.
           03  DCT-CARD-COUNT    PIC 9(7).
           03  DCT-HASH-TOTAL    PIC 9(10).
