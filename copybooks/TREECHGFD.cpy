      ******************************************************************
      * Tree change queue record: one record per tree replaced or     *
      * deleted in the MorseTrees library, carrying the tree's value  *
      * before the change, so every pattern verdict reached against   *
      * that value can be found and sent back for re-certification.   *
      * Appended by the program making the change; emptied by         *
      * PATTERNMAINT RECHECK once the patterns are re-queued.  COPY   *
      * into FILE SECTION alongside TREECHGSL.cpy.                    *
      ******************************************************************
       FD  TreeChangeQueue.
       01  TreeChangeRecord.
           05  TreeChangeAction    PIC X(10).
           05  TreeChangeTreeId    PIC X(10).
           05  TreeChangeOldValue  PIC X(63).
           05  TreeChangeSource    PIC X(20).
           05  TreeChangeTime      PIC X(14).
