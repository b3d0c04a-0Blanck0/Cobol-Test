      *    POSTLOG so the GL extract can journal each source through
      *    the mapping rows finance maintains.
           05  TRANS-SOURCE        PIC X(4).
      *    A T transfer between accounts held in different currencies
      *    is refused unless it carries the conversion flag X: the
      *    debit side is then posted as keyed, and the credit side
      *    receives the amount converted at the day's rates, less
      *    the spread.  On a raw branch line the flag sits in column
      *    27, behind the four columns the front edit stamps with the
      *    source.
           05  TRANS-CONVERT       PIC X(1).
               88  TRANS-CONVERTS  VALUE "X".
