      ******************************************************************
      * Operator registry paragraphs.  COPY into PROCEDURE DIVISION   *
      * (alongside RUNLOGWRITE.cpy) in any maintenance program that   *
      * acts on a suite resource on an operator's say-so.  Requires   *
      * OPERSL.cpy, OPERFD.cpy, OPERWS.cpy, and the run-log           *
      * copybooks.                                                    *
      *                                                               *
      * Set CheckOperatorId, CheckRole, and CheckResource and PERFORM *
      * 940-CHECK-OPERATOR-ROLE before the action; refuse the run     *
      * unless OperatorAuthorized.  An operator who is not in         *
      * data/operators.par, is not ACTIVE, or does not hold the role  *
      * on that resource is refused, and the refusal is appended to   *
      * the run log as a SECR security event, for the quarterly       *
      * access report.                                                *
      ******************************************************************
      * Look the operator up and decide whether they may act in
      * CheckRole on CheckResource, logging any refusal.
       940-CHECK-OPERATOR-ROLE.
           MOVE "N" TO OperatorAuthorizedSwitch
           MOVE "N" TO OperatorFoundSwitch
           MOVE SPACES TO OperatorRefusalReason
           IF FUNCTION TRIM(CheckOperatorId) EQUAL SPACES THEN
               MOVE "no operator ID given" TO OperatorRefusalReason
           ELSE
               MOVE "N" TO OperatorRegistryEOFSwitch
               MOVE SPACES TO OperatorRegistryStatus
               OPEN INPUT OperatorRegistry
               IF OperatorRegistryStatus EQUAL "00" THEN
                   PERFORM UNTIL OperatorRegistryEOF OR OperatorFound
                       READ OperatorRegistry
                           AT END SET OperatorRegistryEOF TO TRUE
                           NOT AT END PERFORM 941-MATCH-OPERATOR-LINE
                       END-READ
                   END-PERFORM
                   CLOSE OperatorRegistry
                   IF NOT OperatorFound THEN
                       MOVE "unknown operator"
                           TO OperatorRefusalReason
                   END-IF
               ELSE
                   MOVE "no operator registry"
                       TO OperatorRefusalReason
               END-IF
           END-IF
           IF OperatorFound THEN
               IF NOT RegOperatorActive THEN
                   MOVE "operator not active"
                       TO OperatorRefusalReason
               ELSE
                   PERFORM 942-CHECK-RESOURCE-ROLES
               END-IF
           END-IF
           IF NOT OperatorAuthorized THEN
               DISPLAY FUNCTION TRIM(RunLogProgramName)
                   ": operator '" FUNCTION TRIM(CheckOperatorId)
                   "' refused " FUNCTION TRIM(CheckRole) " on "
                   FUNCTION TRIM(CheckResource) ": "
                   FUNCTION TRIM(OperatorRefusalReason) "."
               PERFORM 943-WRITE-SECURITY-EVENT
           END-IF
           .

      * Match one registry line against CheckOperatorId.
       941-MATCH-OPERATOR-LINE.
           PERFORM 945-UNPACK-OPERATOR-LINE
           IF RegOperatorId EQUAL CheckOperatorId THEN
               SET OperatorFound TO TRUE
           END-IF
           .

      * Search the found operator's resources for CheckResource and
      * its role list for CheckRole.
       942-CHECK-RESOURCE-ROLES.
           MOVE "no such role" TO OperatorRefusalReason
           PERFORM VARYING RegResourceIndex FROM 1 BY 1
                   UNTIL RegResourceIndex IS GREATER THAN 6
                       OR OperatorAuthorized
               PERFORM 946-UNPACK-RESOURCE-ENTRY
               IF RegResourceName EQUAL CheckResource THEN
                   PERFORM VARYING RegRoleIndex FROM 1 BY 1
                           UNTIL RegRoleIndex IS GREATER THAN 4
                       IF RegRole(RegRoleIndex) EQUAL CheckRole THEN
                           SET OperatorAuthorized TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      * Append one security event to the run log -- who asked for
      * what, and why it was refused -- comma-delimited so the
      * access report can unpack it, without disturbing the start
      * timestamp the program's own closing record will carry.
       943-WRITE-SECURITY-EVENT.
           MOVE RunLogTimestamp TO SecuritySavedTimestamp
           INITIALIZE SecurityEventText
           STRING "SECURITY," DELIMITED BY SIZE
               FUNCTION TRIM(CheckOperatorId) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CheckRole) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CheckResource) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(OperatorRefusalReason) DELIMITED BY SIZE
               INTO SecurityEventText
           MOVE SPACES TO RunLogStatus
           OPEN EXTEND RunLog
           IF RunLogStatus NOT EQUAL "00" THEN
               OPEN OUTPUT RunLog
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp
           MOVE RunLogProgramName TO RunLogProgramId
           MOVE SecurityEventText TO RunLogInputId
           MOVE "SECR" TO RunLogResultCode
           MOVE 0 TO RunLogElapsedSecs
           MOVE 0 TO RunLogRecordCount
           WRITE RunLogRecord
           CLOSE RunLog
           MOVE SecuritySavedTimestamp TO RunLogTimestamp
           .

      * Unpack one "ID,name,status,resource:roles,..." line.
       945-UNPACK-OPERATOR-LINE.
           MOVE SPACES TO RegOperatorId
           MOVE SPACES TO RegOperatorName
           MOVE SPACES TO RegOperatorStatus
           MOVE SPACES TO RegResourceTable
           UNSTRING OperatorRegistryLine DELIMITED BY ","
               INTO RegOperatorId, RegOperatorName, RegOperatorStatus,
                   RegResourceEntry(1), RegResourceEntry(2),
                   RegResourceEntry(3), RegResourceEntry(4),
                   RegResourceEntry(5), RegResourceEntry(6)
           MOVE FUNCTION UPPER-CASE(RegOperatorStatus)
               TO RegOperatorStatus
           .

      * Unpack resource entry RegResourceIndex into its resource
      * name and its "+"-delimited roles.
       946-UNPACK-RESOURCE-ENTRY.
           MOVE SPACES TO RegResourceName
           MOVE SPACES TO RegRoleList
           MOVE SPACES TO RegRoleTable
           UNSTRING RegResourceEntry(RegResourceIndex)
               DELIMITED BY ":"
               INTO RegResourceName, RegRoleList
           UNSTRING RegRoleList DELIMITED BY "+"
               INTO RegRole(1), RegRole(2), RegRole(3), RegRole(4)
           .
