      ******************************************************************
      * Operator registry working storage.  COPY into WORKING-STORAGE *
      * in any program that checks an operator's role before acting   *
      * (see OPERCHK.cpy).  The calling program sets CheckOperatorId, *
      * CheckRole, and CheckResource and PERFORMs                     *
      * 940-CHECK-OPERATOR-ROLE; OperatorAuthorized says whether it   *
      * may proceed.                                                  *
      ******************************************************************
       01  OperatorRegistryStatus PIC XX.
       01  OperatorRegistryEOFSwitch PIC A.
           88  OperatorRegistryEOF     VALUE "Y".
      * The action being asked for
       01  CheckOperatorId PIC X(20).
       01  CheckRole PIC X(10).
       01  CheckResource PIC X(20).
       01  OperatorAuthorizedSwitch PIC A VALUE "N".
           88  OperatorAuthorized      VALUE "Y".
       01  OperatorFoundSwitch PIC A.
           88  OperatorFound           VALUE "Y".
       01  OperatorRefusalReason PIC X(30).
      * One registry line, unpacked
       01  RegOperatorId PIC X(20).
       01  RegOperatorName PIC X(40).
       01  RegOperatorStatus PIC X(10).
           88  RegOperatorActive       VALUE "ACTIVE".
       01  RegResourceTable.
           05  RegResourceEntry OCCURS 6 TIMES PIC X(60).
       01  RegResourceIndex PIC 9 COMP.
       01  RegResourceName PIC X(20).
       01  RegRoleList PIC X(40).
       01  RegRoleTable.
           05  RegRole OCCURS 4 TIMES PIC X(10).
       01  RegRoleIndex PIC 9 COMP.
      * Security events are appended to the run log; the program's
      * own start timestamp is preserved across them, as for lock
      * events
       01  SecuritySavedTimestamp PIC X(26).
       01  SecurityEventText PIC X(80).
