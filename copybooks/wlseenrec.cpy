      *> WLSEENREC - First sighting of a worklist item that carries no
      *> date of its own: the DUPSCAN pairs on DUPCAND.RPT and the
      *> MASTCHK.RPT exceptions are re-listed from scratch on every
      *> run, so WORKLIST remembers the business date it first saw
      *> each one and ages it from there. An item no longer listed is
      *> dropped on the next run; while its report is missing the
      *> queue's entries are kept as they were.
01  WORKLIST-SEEN-RECORD.
    05  SEEN-QUEUE-CODE         PIC X(08).
    05  SEEN-ITEM-KEY           PIC X(90).
    05  SEEN-FIRST-DATE         PIC 9(8).
