      ******************************************************************
      * Tree change queue SELECT clause.  COPY into FILE-CONTROL in   *
      * any program that changes a MorseTrees tree (MORSETREEMAINT,   *
      * MORSETREEGEN) or works off the queue (PATTERNMAINT RECHECK).  *
      * Requires TreeChangeQueueStatus PIC XX in WORKING-STORAGE.     *
      ******************************************************************
               SELECT TreeChangeQueue
                   ASSIGN TO 'data/morsetree-changes.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TreeChangeQueueStatus.
