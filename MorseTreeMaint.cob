      * code-book characters (letters a-z, digits 0-9, and the four   *
      * prosigns) exactly once, the other 23 positions being the      *
      * tree's interior spaces -- and every change, applied or        *
      * rejected, leaves a timestamped line in the audit log.  A      *
      * REPLACE or DELETE that changes a tree also appends the tree's *
      * old value to the tree change queue, from which PATTERNMAINT   *
      * RECHECK sends every pattern certified against it back for     *
      * re-certification.                                             *
      *                                                               *
      * Every operator ID is checked against data/operators.par before*
      * anything is done: STAGE needs the STAGE role on MORSETREES,   *
      * APPROVE and REJECT the APPROVE role, and APPLY the APPLY role.*
      * An unknown, suspended, or unauthorised ID is refused and the  *
      * refusal logged as a security event.                           *
      *                                                               *
      * Invocation:                                                   *
      *   MorseTreeMaint STAGE maker-id [trans] [audit]              *
      *   MorseTreeMaint APPROVE checker-id batch-ref [audit]        *
      *   MorseTreeMaint REJECT checker-id batch-ref [audit]         *
      *   MorseTreeMaint APPLY operator-id [audit]                   *
      *                                                               *
      * Transaction format, one per line, comma-delimited:            *
      *   ADD,tree-id,63-character-tree-value                        *
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TreeAuditLogStatus.
               COPY "MORSETREESL.cpy".
               COPY "TREECHGSL.cpy".
               COPY "OPERSL.cpy".
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

       01  TreePendingLine PIC X(120).

       FD TreeAuditLog.
       01  TreeAuditLine PIC X(250).

      * Keyed Morse decoding trees, shared with
      * DAILYPROGRAMMER380INTERMEDIATE and RECONCILE.
       COPY "MORSETREEFD.cpy".

      * Trees changed by this batch, for the pattern impact step.
       COPY "TREECHGFD.cpy".

      * Operators and the roles they hold on the tree library.
       COPY "OPERFD.cpy".

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".
       WORKING-STORAGE SECTION.
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
       COPY "OPERWS.cpy".
      * Command-line controls
       01  ArgCount PIC 999.
       01  TreeTransPath PIC X(80)
      * File controls
       01  MorseTreesStatus PIC XX.
       01  TreeAuditLogStatus PIC XX.
       01  TreeChangeQueueStatus PIC XX.
       01  TreeTransEOFSwitch PIC A VALUE "N".
           88  TreeTransEOF            VALUE "Y".
       01  TreeListEOFSwitch PIC A VALUE "N".
       01  TransAction PIC X(10).
       01  TransTreeId PIC X(10).
       01  TransTreeValue PIC X(63).
      * The tree's value before a REPLACE or DELETE, queued for the
      * pattern impact step
       01  PriorTreeValue PIC X(63).
       01  TreeChangeCount PIC 9(9) COMP VALUE 0.
      * Validation of a new tree value: every code-book character
      * must appear exactly once, in MORSETBL.cpy's slot order.
       01  TreeValidSwitch PIC A VALUE "Y".
           05  PendingStoredLine OCCURS 500 TIMES PIC X(100).
       01  PendingLineIndex PIC 999 COMP.
      * Identity suffix appended to every audit line of this run
       01  AuditIdentityText PIC X(120).
      * Disposition of the transaction just applied, for its audit
      * line
       01  TransDisposition PIC X(40).
      *    Arg 1 names the workflow mode.  STAGE takes the maker ID
      *    and optional transaction/audit path overrides; APPROVE
      *    and REJECT take the checker ID and the batch reference;
      *    APPLY takes the applying operator's ID and an optional
      *    audit path override.
           ACCEPT ArgCount FROM ARGUMENT-NUMBER
           IF ArgCount IS GREATER THAN 0 THEN
               DISPLAY 1 UPON ARGUMENT-NUMBER
               WHEN ApplyMode
                   IF ArgCount IS GREATER THAN 1 THEN
                       DISPLAY 2 UPON ARGUMENT-NUMBER
                       ACCEPT OperatorId FROM ARGUMENT-VALUE
                   END-IF
                   IF ArgCount IS GREATER THAN 2 THEN
                       DISPLAY 3 UPON ARGUMENT-NUMBER
                       ACCEPT TreeAuditLogPath FROM ARGUMENT-VALUE
                   END-IF
                   MOVE TreePendingPath TO RunLogInputSource
                   GOBACK
           END-EVALUATE

      *    The operator must be registered, active, and hold the
      *    mode's role on the tree library before anything is done.
           EVALUATE TRUE
               WHEN StageMode
                   MOVE "STAGE" TO CheckRole
               WHEN ApproveMode
               WHEN RejectMode
                   MOVE "APPROVE" TO CheckRole
               WHEN ApplyMode
                   MOVE "APPLY" TO CheckRole
           END-EVALUATE
           MOVE OperatorId TO CheckOperatorId
           MOVE "MORSETREES" TO CheckResource
           PERFORM 940-CHECK-OPERATOR-ROLE
           IF NOT OperatorAuthorized THEN
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

      *    No two programs may work the shared morsetrees files at
      *    once; refuse the run cleanly if the resource stays held.
           MOVE "MORSETREES" TO LockResourceName
           IF TreeAuditLogStatus NOT EQUAL "00" THEN
               OPEN OUTPUT TreeAuditLog
           END-IF
           MOVE SPACES TO TreeChangeQueueStatus
           OPEN EXTEND TreeChangeQueue
           IF TreeChangeQueueStatus NOT EQUAL "00" THEN
               OPEN OUTPUT TreeChangeQueue
           END-IF
           PERFORM VARYING PendingLineIndex FROM 1 BY 1
                   UNTIL PendingLineIndex IS GREATER THAN
                       PendingLineCount
                   TO TreeTransLine
               PERFORM 200-APPLY-ONE-TRANSACTION
           END-PERFORM
           CLOSE TreeChangeQueue
           CLOSE TreeAuditLog
           CLOSE MorseTrees
           IF TreeChangeCount IS GREATER THAN 0 THEN
               DISPLAY "MORSETREEMAINT: " TreeChangeCount
                   " tree change(s) queued for pattern re-check."
           END-IF
           MOVE "DONE" TO PendingBatchStatus
           PERFORM 530-REWRITE-PENDING-FILE
           .
               ", checker " DELIMITED BY SIZE
               FUNCTION TRIM(PendingChecker) DELIMITED BY SIZE
               INTO AuditIdentityText
           IF ApplyMode THEN
               INITIALIZE AuditIdentityText
               STRING ", batch " DELIMITED BY SIZE
                   FUNCTION TRIM(PendingBatchRef) DELIMITED BY SIZE
                   ", maker " DELIMITED BY SIZE
                   FUNCTION TRIM(PendingMaker) DELIMITED BY SIZE
                   ", checker " DELIMITED BY SIZE
                   FUNCTION TRIM(PendingChecker) DELIMITED BY SIZE
                   ", applied by " DELIMITED BY SIZE
                   FUNCTION TRIM(OperatorId) DELIMITED BY SIZE
                   INTO AuditIdentityText
           END-IF
           .


           PERFORM 400-WRITE-AUDIT-LINE
           .

      * Validate and rewrite an existing tree in place.  The old
      * value is read first so that, if it actually changes, the
      * patterns decided against it can be sent back for re-check.
       220-REPLACE-TREE.
           PERFORM 300-VALIDATE-TREE-VALUE
           IF TreeValid THEN
               MOVE TransTreeId TO MorseTreeId
               READ MorseTrees KEY IS MorseTreeId
                   INVALID KEY
                       ADD 1 TO TransRejectCount
                       MOVE "REJECTED, tree ID not found"
                           TO TransDisposition
                   NOT INVALID KEY
                       MOVE MorseTreeValue TO PriorTreeValue
                       MOVE TransTreeValue TO MorseTreeValue
                       REWRITE MorseTreesRecord
                           INVALID KEY
                               ADD 1 TO TransRejectCount
                               MOVE "REJECTED, tree ID not found"
                                   TO TransDisposition
                           NOT INVALID KEY
                               MOVE "APPLIED" TO TransDisposition
                               IF PriorTreeValue NOT EQUAL
                                       TransTreeValue
                               THEN
                                   PERFORM 250-QUEUE-TREE-CHANGE
                               END-IF
                       END-REWRITE
               END-READ
           ELSE
               ADD 1 TO TransRejectCount
               MOVE "REJECTED, malformed tree value"
           PERFORM 400-WRITE-AUDIT-LINE
           .

      * Remove a tree from the library, queueing its last value for
      * the patterns decided against it.
       230-DELETE-TREE.
           MOVE TransTreeId TO MorseTreeId
           READ MorseTrees KEY IS MorseTreeId
               INVALID KEY
                   ADD 1 TO TransRejectCount
                   MOVE "REJECTED, tree ID not found"
                       TO TransDisposition
               NOT INVALID KEY
                   MOVE MorseTreeValue TO PriorTreeValue
                   DELETE MorseTrees
                       INVALID KEY
                           ADD 1 TO TransRejectCount
                           MOVE "REJECTED, tree ID not found"
                               TO TransDisposition
                       NOT INVALID KEY
                           MOVE "APPLIED" TO TransDisposition
                           PERFORM 250-QUEUE-TREE-CHANGE
                   END-DELETE
           END-READ
           PERFORM 400-WRITE-AUDIT-LINE
           .

      * Append the tree just replaced or deleted, with the value it
      * had before, to the tree change queue.  Every pattern verdict
      * on the master carries the tree ID and value it was reached
      * against; PATTERNMAINT RECHECK matches them to this record.
       250-QUEUE-TREE-CHANGE.
           INITIALIZE TreeChangeRecord
           MOVE TransAction TO TreeChangeAction
           MOVE TransTreeId TO TreeChangeTreeId
           MOVE PriorTreeValue TO TreeChangeOldValue
           MOVE PendingBatchRef TO TreeChangeSource
           MOVE FUNCTION CURRENT-DATE(1:14) TO TreeChangeTime
           WRITE TreeChangeRecord
           ADD 1 TO TreeChangeCount
           .

      * Write every tree currently in the library to the audit log,
      * one line per tree, so a maintenance run can close with a
      * statement of the file it left behind.
       AUDIT SECTION.
           COPY "RUNLOGWRITE.cpy".
           COPY "LOCKING.cpy".
           COPY "OPERCHK.cpy".

       END PROGRAM MORSETREEMAINT.
