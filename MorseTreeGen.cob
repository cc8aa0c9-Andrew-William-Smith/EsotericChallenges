      * A table that cannot produce a well-formed tree -- a pattern   *
      * longer than five symbols, a symbol other than dot or dash,    *
      * or two characters landing on the same tree slot -- is         *
      * rejected with nothing stored.  Replacing an existing tree     *
      * with a different value queues the old value on the tree       *
      * change queue, so the patterns certified against it are sent   *
      * back for re-certification by PATTERNMAINT RECHECK.            *
      *                                                               *
      * Copyright (C) 2019 Andrew Smith                               *
      *                                                               *
                   ASSIGN TO MorseAlphabetConfigPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MorseAlphabetConfigStatus.
               COPY "TREECHGSL.cpy".
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

       FD MorseAlphabetConfig.
       01  MorseAlphabetConfigLine PIC X(20).

      * Trees changed here, for the pattern impact step.
       COPY "TREECHGFD.cpy".

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".
       01  TargetTreeId PIC X(10).
      * File controls
       01  MorseTreesStatus PIC XX.
       01  TreeChangeQueueStatus PIC XX.
      * The tree under construction
       01  GeneratedTree PIC X(63) VALUE SPACES.
      * The character stored at each code-book slot's landing place:
           88  TreeGenValid            VALUE "Y".
      * Whether the store replaced an existing tree or added a new one
       01  StoreDisposition PIC X(20).
      * The value a replaced tree had before, for the change queue
       01  PriorTreeValue PIC X(63).
      * Optional Morse alphabet override, applied to MorseLettersRaw
      * before any pattern is walked, the same way RECONCILE and
      * DAILYPROGRAMMER380EASY apply it.
      * Store the generated tree under TargetTreeId, adding it when
      * the ID is new and replacing it in place when it already
      * exists, creating the library on first use the same way the
      * run log creates itself.  A replacement that changes the value
      * is queued for the pattern impact step.
       220-STORE-TREE.
           MOVE SPACES TO MorseTreesStatus
           OPEN I-O MorseTrees
               CLOSE MorseTrees
               OPEN I-O MorseTrees
           END-IF
           MOVE SPACES TO PriorTreeValue
           MOVE TargetTreeId TO MorseTreeId
           READ MorseTrees KEY IS MorseTreeId
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE MorseTreeValue TO PriorTreeValue
           END-READ
           MOVE TargetTreeId TO MorseTreeId
           MOVE GeneratedTree TO MorseTreeValue
           WRITE MorseTreesRecord
               MOVE "NOT STORED" TO StoreDisposition
               MOVE "ERR" TO RunLogResult
           END-IF
           IF StoreDisposition EQUAL "REPLACED" AND
                   PriorTreeValue NOT EQUAL GeneratedTree
           THEN
               PERFORM 230-QUEUE-TREE-CHANGE
           END-IF
           .

      * Append the replaced tree's old value to the tree change
      * queue, the same record MORSETREEMAINT writes for an applied
      * REPLACE.
       230-QUEUE-TREE-CHANGE.
           MOVE SPACES TO TreeChangeQueueStatus
           OPEN EXTEND TreeChangeQueue
           IF TreeChangeQueueStatus NOT EQUAL "00" THEN
               OPEN OUTPUT TreeChangeQueue
           END-IF
           INITIALIZE TreeChangeRecord
           MOVE "REPLACE" TO TreeChangeAction
           MOVE TargetTreeId TO TreeChangeTreeId
           MOVE PriorTreeValue TO TreeChangeOldValue
           MOVE "MORSETREEGEN" TO TreeChangeSource
           MOVE FUNCTION CURRENT-DATE(1:14) TO TreeChangeTime
           WRITE TreeChangeRecord
           CLOSE TreeChangeQueue
           .


