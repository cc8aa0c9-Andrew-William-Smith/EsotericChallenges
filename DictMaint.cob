      * the updated dictionary in the same APPLY run -- encoding each *
      * word through the same SMORSE-ENCODE the reconciler uses, with *
      * any morse-alphabet.cfg override applied -- so the dictionary  *
      * and its length index can never disagree; the pattern-keyed    *
      * file MORSESEGMENT searches is rebuilt from the index in the   *
      * same step (see ENABLEWBPBLD.cpy).  The same run writes        *
      * the dictionary's control record (data/dict-control.dat: word  *
      * count, hash total, index record count, date, and batch        *
      * reference), which every program reading the dictionary checks *
      * before it runs.                                               *
      *                                                               *
      * Every APPLY also keeps a numbered version of the word list it *
      * leaves behind (<word-list>.vNNNN, recorded in                 *
      * data/dict-versions.dat with the batch reference, maker, and   *
      * approver that produced it); the first APPLY against a         *
      * dictionary with no history first keeps the list as it stood as*
      * its BASELINE version.  RESTORE stages a return to a chosen    *
      * version as a batch of its own, which goes through the same    *
      * APPROVE/REJECT and APPLY -- and the same audit log -- as any  *
      * other, and whose APPLY rebuilds the length index.  VERSIONS   *
      * lists a dictionary's versions with date, batch reference,     *
      * approver, word count, and the words each added and deleted.   *
      *                                                               *
      * Every operator ID is checked against data/operators.par before*
      * anything is done: STAGE and RESTORE need the STAGE role on    *
      * ENABLEWORDS, APPROVE and REJECT the APPROVE role, and APPLY the*
      * APPLY role.  An unknown, suspended, or unauthorised ID is     *
      * refused and the refusal logged as a security event.           *
      *                                                               *
      * Invocation:                                                   *
      *   DictMaint STAGE maker-id [trans] [audit] [config]          *
      *                  [REJECTCOLLIDE] [dict-id]                   *
      *   DictMaint APPROVE checker-id batch-ref [audit]             *
      *   DictMaint REJECT checker-id batch-ref [audit]              *
      *   DictMaint APPLY operator-id [audit] [config] [dict-id]     *
      *   DictMaint RESTORE maker-id version [audit] [dict-id]       *
      *   DictMaint VERSIONS [dict-id] [report]                      *
      * The batch header records the dictionary it was staged and    *
      * vetted against; APPLY works that same dictionary, and an     *
      * explicit APPLY dict-id that disagrees with the batch is      *
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MorseAlphabetConfigStatus.
               COPY "ENABLEWBLSL.cpy".
               COPY "ENABLEWBPSL.cpy".
               COPY "DICTREGSL.cpy".
               COPY "DICTCTLSL.cpy".
               COPY "DICTVERSL.cpy".
               COPY "OPERSL.cpy".
      *        The word list copied to, or restored from, one
      *        numbered version.
               SELECT DictVersionWords ASSIGN TO DictVersionWordsPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DictVersionWordsStatus.
      *        The VERSIONS listing.
               SELECT DictVersionReport
                   ASSIGN TO DictVersionReportPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *        The word list before and after a RESTORE, each sorted
      *        so the two can be matched to count the words the
      *        restore puts back and takes away.
               SELECT DictSortWork ASSIGN TO "data/dict-sort.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DictSortedBefore
                   ASSIGN TO "data/dict-before.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DictSortedAfter
                   ASSIGN TO "data/dict-after.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL.
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

       01  DictPendingLine PIC X(120).

       FD DictAuditLog.
       01  DictAuditLine PIC X(250).

       FD MorseAlphabetConfig.
       01  MorseAlphabetConfigLine PIC X(20).

      * Length-indexed EnableWords, rebuilt from scratch after the
      * dictionary is rewritten, and the pattern-keyed file rebuilt
      * from it.
       COPY "ENABLEWBLFD.cpy".

       COPY "ENABLEWBPFD.cpy".

       COPY "DICTREGFD.cpy".

       COPY "DICTCTLFD.cpy".

       COPY "DICTVERFD.cpy".

       COPY "OPERFD.cpy".

       FD DictVersionWords.
       01  DictVersionWord PIC X(28).

       FD DictVersionReport.
       01  DictVersionReportLine PIC X(132).

       SD DictSortWork.
       01  DictSortWord PIC X(28).

       FD DictSortedBefore.
       01  DictBeforeWord PIC X(28).

       FD DictSortedAfter.
       01  DictAfterWord PIC X(28).

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
       COPY "DICTREGWS.cpy".
       COPY "DICTCTLWS.cpy".
       COPY "ENABLEWBPWS.cpy".
       COPY "OPERWS.cpy".
      * Morse letters table, for the index rebuild's encoding pass.
       COPY "MORSETBL.cpy".
      * Command-line controls
           88  ApproveMode             VALUE "APPROVE".
           88  RejectMode              VALUE "REJECT".
           88  ApplyMode               VALUE "APPLY".
           88  RestoreMode             VALUE "RESTORE".
           88  VersionsMode            VALUE "VERSIONS".
       01  OperatorId PIC X(20).
       01  RequestedBatchRef PIC X(20).
       01  DictPendingPath PIC X(80) VALUE "data/dict-pending.dat".
           05  PendingStoredLine OCCURS 500 TIMES PIC X(60).
       01  PendingLineIndex PIC 999 COMP.
      * Identity suffix appended to every audit line of this run
       01  AuditIdentityText PIC X(120).
      * Collision vetting of new words: each staged ADD is encoded
      * and looked up against the cached LengthIndexedMorse values,
      * so a word whose smooshed pattern duplicates an existing
       01  ConfigKeyChar PIC X.
       01  ConfigEncoding PIC 999 COMP.
       01  ConfigPattern PIC X(5).
      * Version history.  A RESTORE batch carries a single
      * "RESTORE,version" line in place of its transactions.
       01  DictVersionStatus PIC XX.
       01  DictVersionWordsStatus PIC XX.
       01  DictVersionWordsPath PIC X(80).
       01  DictVersionReportPath PIC X(80)
               VALUE "data/dict-versions.rpt".
      * A RESTORE's sort work file, named for deletion once the
      * before/after comparison is done with it
       01  RestoreWorkPath PIC X(80).
       01  RequestedVersionArg PIC X(10) VALUE SPACES.
       01  RequestedVersion PIC 9(4) VALUE 0.
       01  LatestVersionNumber PIC 9(4) VALUE 0.
       01  VersionFoundSwitch PIC A VALUE "N".
           88  VersionFound            VALUE "Y".
       01  DictVersionEOFSwitch PIC A.
           88  DictVersionEOF          VALUE "Y".
       01  VersionCopyEOFSwitch PIC A.
           88  VersionCopyEOF          VALUE "Y".
       01  RestoreBatchSwitch PIC A VALUE "N".
           88  RestoreBatch            VALUE "Y".
      * The version about to be recorded
       01  NewVersionKind PIC X(8).
       01  NewVersionBatchRef PIC X(20).
       01  NewVersionMaker PIC X(20).
       01  NewVersionApprover PIC X(20).
       01  NewVersionWordCount PIC 9(9) COMP VALUE 0.
       01  NewVersionAddCount PIC 9(9) COMP VALUE 0.
       01  NewVersionDeleteCount PIC 9(9) COMP VALUE 0.
       01  NewVersionRestoredFrom PIC 9(4) VALUE 0.
      * The sorted before/after word lists being matched, each
      * HIGH-VALUES once its file is exhausted
       01  BeforeCompareWord PIC X(28).
       01  AfterCompareWord PIC X(28).
      * The VERSIONS listing
       01  ListedVersionCount PIC 9(9) COMP VALUE 0.
       01  ListDate PIC X(10).
       01  ListWordCount PIC Z(8)9.
       01  ListAddCount PIC Z(8)9.
       01  ListDeleteCount PIC Z(8)9.
       01  ListRestoredNote PIC X(20).


       PROCEDURE DIVISION.
      *    Arg 1 names the workflow mode.  STAGE takes the maker ID
      *    and optional transaction/audit/config path overrides plus
      *    the REJECTCOLLIDE option; APPROVE and REJECT take the
      *    checker ID and the batch reference; APPLY takes the
      *    applying operator's ID and optional audit/config
      *    overrides.  RESTORE takes the maker ID and
      *    the version to return to; VERSIONS takes the dictionary
      *    and an optional report path.
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
                       ACCEPT DictAuditLogPath FROM ARGUMENT-VALUE
                   END-IF
                   IF ArgCount IS GREATER THAN 3 THEN
                       DISPLAY 4 UPON ARGUMENT-NUMBER
                       ACCEPT MorseAlphabetConfigPath
                           FROM ARGUMENT-VALUE
                   END-IF
                   IF ArgCount IS GREATER THAN 4 THEN
                       DISPLAY 5 UPON ARGUMENT-NUMBER
                       ACCEPT DictionaryId FROM ARGUMENT-VALUE
                       SET DictIdArgGiven TO TRUE
                   END-IF
                   MOVE DictPendingPath TO RunLogInputSource
               WHEN RestoreMode
                   IF ArgCount IS GREATER THAN 1 THEN
                       DISPLAY 2 UPON ARGUMENT-NUMBER
                       ACCEPT OperatorId FROM ARGUMENT-VALUE
                   END-IF
                   IF ArgCount IS GREATER THAN 2 THEN
                       DISPLAY 3 UPON ARGUMENT-NUMBER
                       ACCEPT RequestedVersionArg FROM ARGUMENT-VALUE
                   END-IF
                   IF ArgCount IS GREATER THAN 3 THEN
                       DISPLAY 4 UPON ARGUMENT-NUMBER
                       ACCEPT DictAuditLogPath FROM ARGUMENT-VALUE
                   END-IF
                   IF ArgCount IS GREATER THAN 4 THEN
                       DISPLAY 5 UPON ARGUMENT-NUMBER
                       ACCEPT DictionaryId FROM ARGUMENT-VALUE
                   END-IF
                   MOVE DictPendingPath TO RunLogInputSource
               WHEN VersionsMode
                   IF ArgCount IS GREATER THAN 1 THEN
                       DISPLAY 2 UPON ARGUMENT-NUMBER
                       ACCEPT DictionaryId FROM ARGUMENT-VALUE
                   END-IF
                   IF ArgCount IS GREATER THAN 2 THEN
                       DISPLAY 3 UPON ARGUMENT-NUMBER
                       ACCEPT DictVersionReportPath
                           FROM ARGUMENT-VALUE
                   END-IF
                   MOVE "data/dict-versions.dat" TO RunLogInputSource
               WHEN OTHER
                   DISPLAY "DICTMAINT: expected STAGE, APPROVE, "
                       "REJECT, APPLY, RESTORE, or VERSIONS; "
                       "nothing done."
                   MOVE "ERR" TO RunLogResult
                   PERFORM 901-WRITE-RUN-LOG
                   GOBACK
           END-EVALUATE

      *    The operator must be registered, active, and hold the
      *    mode's role on the dictionary before anything is done;
      *    the VERSIONS listing changes nothing and needs no role.
           MOVE SPACES TO CheckRole
           EVALUATE TRUE
               WHEN StageMode
               WHEN RestoreMode
                   MOVE "STAGE" TO CheckRole
               WHEN ApproveMode
               WHEN RejectMode
                   MOVE "APPROVE" TO CheckRole
               WHEN ApplyMode
                   MOVE "APPLY" TO CheckRole
           END-EVALUATE
           IF CheckRole NOT EQUAL SPACES THEN
               MOVE OperatorId TO CheckOperatorId
               MOVE "ENABLEWORDS" TO CheckResource
               PERFORM 940-CHECK-OPERATOR-ROLE
               IF NOT OperatorAuthorized THEN
                   MOVE "ERR" TO RunLogResult
                   PERFORM 901-WRITE-RUN-LOG
                   GOBACK
               END-IF
           END-IF

           PERFORM 905-RESOLVE-DICTIONARY
           IF NOT DictResolveOk THEN
               MOVE "ERR" TO RunLogResult
                   PERFORM 550-RECORD-DECISION
               WHEN ApplyMode
                   PERFORM 600-APPLY-APPROVED-BATCH
               WHEN RestoreMode
                   PERFORM 560-STAGE-RESTORE
               WHEN VersionsMode
                   PERFORM 800-LIST-VERSIONS
           END-EVALUATE

           IF TransRejectCount IS GREATER THAN 0 OR
               MOVE "ERR" TO RunLogResult
           END-IF
           PERFORM 911-RELEASE-RESOURCE-LOCK
           IF VersionsMode THEN
               MOVE ListedVersionCount TO RunLogRecordsProcessed
           ELSE
               MOVE TransCount TO RunLogRecordsProcessed
           END-IF
           PERFORM 901-WRITE-RUN-LOG
           GOBACK.

      * Apply the approved batch to the dictionary: the staged
      * transactions run through the same vetting, rewrite, audit,
      * and index rebuild the pre-approval program did, and the batch
      * is marked DONE so it cannot be applied twice.  A RESTORE
      * batch replaces the word list with the version it names
      * instead, then takes the same rebuild and audit path.
       600-APPLY-APPROVED-BATCH.
           PERFORM 510-LOAD-PENDING-FILE
           IF NOT PendingFound THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    A dictionary with no version history yet keeps the word
      *    list as it stands now, before this batch changes it, so
      *    there is always a version to return to.
           PERFORM 700-ENSURE-BASELINE-VERSION
           MOVE "N" TO RestoreBatchSwitch
           IF PendingLineCount IS GREATER THAN 0 AND
                   PendingStoredLine(1)(1:8) EQUAL "RESTORE,"
           THEN
               SET RestoreBatch TO TRUE
           END-IF
           IF RestoreBatch THEN
               PERFORM 620-APPLY-RESTORE
               IF NOT VersionFound THEN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM VARYING PendingLineIndex FROM 1 BY 1
                       UNTIL PendingLineIndex IS GREATER THAN
                           PendingLineCount
                   MOVE PendingStoredLine(PendingLineIndex)
                       TO DictTransLine
                   PERFORM 110-LOAD-ONE-TRANSACTION
               END-PERFORM
               PERFORM 200-REWRITE-DICTIONARY
               MOVE "APPLIED" TO AuditAppliedWord
               PERFORM 300-WRITE-AUDIT-LOG
               PERFORM 625-COUNT-APPLIED-CHANGES
               MOVE "APPLY" TO NewVersionKind
               MOVE 0 TO NewVersionRestoredFrom
           END-IF
           PERFORM 400-REBUILD-LENGTH-INDEX
      *    Record the new control totals against this batch, so the
      *    programs reading the dictionary can tell it is the one
      *    this apply left behind
           MOVE PendingBatchRef TO DictCtlBatchRef
           SET DictControlChange TO TRUE
           PERFORM 938-WRITE-DICTIONARY-CONTROL
      *    and keep the word list it leaves behind as the next
      *    numbered version, tied to this batch and its approver
           MOVE PendingBatchRef TO NewVersionBatchRef
           MOVE PendingMaker TO NewVersionMaker
           MOVE PendingChecker TO NewVersionApprover
           PERFORM 720-RECORD-NEW-VERSION
           MOVE "DONE" TO PendingBatchStatus
           PERFORM 530-REWRITE-PENDING-FILE
           DISPLAY "DICTMAINT: batch "
               " indexed."
           .

      * Stage a return to an earlier version of the dictionary as a
      * batch of its own: the same one-batch-in-flight rule, the same
      * pending file and header, and the same audit line as a STAGE,
      * so the restore waits on a checker's APPROVE like any other
      * change.  The version must be on file, word list and all.
       560-STAGE-RESTORE.
           IF FUNCTION TRIM(OperatorId) EQUAL SPACES OR
                   FUNCTION TRIM(RequestedVersionArg) EQUAL SPACES
           THEN
               DISPLAY "DICTMAINT: RESTORE requires the maker's ID "
                   "and the version number."
               MOVE "ERR" TO RunLogResult
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(RequestedVersionArg)
               TO RequestedVersion
           IF RequestedVersion EQUAL 0 THEN
               DISPLAY "DICTMAINT: '"
                   FUNCTION TRIM(RequestedVersionArg)
                   "' is not a version number."
               MOVE "ERR" TO RunLogResult
               EXIT PARAGRAPH
           END-IF
           PERFORM 510-LOAD-PENDING-FILE
           IF PendingFound AND
                   (BatchIsPending OR BatchIsApproved)
           THEN
               DISPLAY "DICTMAINT: batch "
                   FUNCTION TRIM(PendingBatchRef) " is still "
                   FUNCTION TRIM(PendingBatchStatus)
                   "; decide or apply it before staging another."
               MOVE "ERR" TO RunLogResult
               EXIT PARAGRAPH
           END-IF
           PERFORM 710-READ-REQUESTED-VERSION
           IF NOT VersionFound THEN
               DISPLAY "DICTMAINT: dictionary '"
                   FUNCTION TRIM(DictionaryId) "' has no version "
                   RequestedVersion "."
               MOVE "ERR" TO RunLogResult
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DictVersionWordsStatus
           OPEN INPUT DictVersionWords
           IF DictVersionWordsStatus NOT EQUAL "00" THEN
               DISPLAY "DICTMAINT: word list "
                   FUNCTION TRIM(DictVersionWordsPath)
                   " for version " RequestedVersion " is missing."
               MOVE "ERR" TO RunLogResult
               EXIT PARAGRAPH
           END-IF
           CLOSE DictVersionWords
           MOVE FUNCTION CURRENT-DATE TO PendingStagedTime
           INITIALIZE PendingBatchRef
           STRING "B" DELIMITED BY SIZE
               PendingStagedTime(1:14) DELIMITED BY SIZE
               INTO PendingBatchRef
           MOVE OperatorId TO PendingMaker
           MOVE SPACES TO PendingChecker
           MOVE "PENDING" TO PendingBatchStatus
           MOVE DictionaryId TO PendingDictionaryId
           MOVE 1 TO TransCount
           MOVE "RESTORE" TO TransAction(1)
           MOVE RequestedVersion TO TransWord(1)
           MOVE "P" TO TransState(1)
           MOVE SPACES TO TransReason(1)
           OPEN OUTPUT DictPending
           PERFORM 520-WRITE-PENDING-HEADER
           INITIALIZE DictPendingLine
           STRING "RESTORE," DELIMITED BY SIZE
               RequestedVersion DELIMITED BY SIZE
               INTO DictPendingLine
           WRITE DictPendingLine
           CLOSE DictPending
           MOVE "STAGED" TO AuditAppliedWord
           PERFORM 300-WRITE-AUDIT-LOG
           DISPLAY "DICTMAINT: batch "
               FUNCTION TRIM(PendingBatchRef) " staged by "
               FUNCTION TRIM(PendingMaker) ": restore of dictionary '"
               FUNCTION TRIM(DictionaryId) "' to version "
               RequestedVersion " pending approval."
           .

      * Put the word list back to the version an approved RESTORE
      * batch names, counting the words that puts back and takes
      * away against the list being replaced.  VersionFound is left
      * off if the version has gone from the history or its word
      * list from disk, and nothing is touched.
       620-APPLY-RESTORE.
           MOVE SPACES TO ParsedAction
           MOVE SPACES TO RequestedVersionArg
           UNSTRING PendingStoredLine(1) DELIMITED BY ","
               INTO ParsedAction, RequestedVersionArg
           MOVE FUNCTION NUMVAL(RequestedVersionArg)
               TO RequestedVersion
           PERFORM 710-READ-REQUESTED-VERSION
           IF NOT VersionFound THEN
               DISPLAY "DICTMAINT: batch "
                   FUNCTION TRIM(PendingBatchRef) " restores "
                   "version " RequestedVersion ", which dictionary '"
                   FUNCTION TRIM(DictionaryId) "' no longer has; "
                   "nothing applied."
               MOVE "ERR" TO RunLogResult
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DictVersionWordsStatus
           OPEN INPUT DictVersionWords
           IF DictVersionWordsStatus NOT EQUAL "00" THEN
               DISPLAY "DICTMAINT: word list "
                   FUNCTION TRIM(DictVersionWordsPath)
                   " for version " RequestedVersion
                   " is missing; nothing applied."
               MOVE "N" TO VersionFoundSwitch
               MOVE "ERR" TO RunLogResult
               EXIT PARAGRAPH
           END-IF
           CLOSE DictVersionWords
           PERFORM 740-COUNT-RESTORE-CHANGES
           PERFORM 750-COPY-VERSION-TO-WORDS
           MOVE 1 TO TransCount
           MOVE "RESTORE" TO TransAction(1)
           MOVE RequestedVersion TO TransWord(1)
           MOVE "P" TO TransState(1)
           MOVE SPACES TO TransReason(1)
           MOVE "APPLIED" TO AuditAppliedWord
           PERFORM 300-WRITE-AUDIT-LOG
           MOVE "RESTORE" TO NewVersionKind
           MOVE RequestedVersion TO NewVersionRestoredFrom
           .

      * Tally the batch's applied ADDs and DELETEs for its version
      * record.
       625-COUNT-APPLIED-CHANGES.
           MOVE 0 TO NewVersionAddCount
           MOVE 0 TO NewVersionDeleteCount
           PERFORM VARYING TransIndex FROM 1 BY 1
                   UNTIL TransIndex IS GREATER THAN TransCount
               IF TransState(TransIndex) EQUAL "A" THEN
                   EVALUATE FUNCTION TRIM(TransAction(TransIndex))
                       WHEN "ADD"
                           ADD 1 TO NewVersionAddCount
                       WHEN "DELETE"
                           ADD 1 TO NewVersionDeleteCount
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

      * Read the pending file, if any, unpacking its header and
      * holding its transaction lines for a rewrite or an apply.
       510-LOAD-PENDING-FILE.
      * Append one timestamped line per transaction to the audit log
      * and tally the applied/rejected totals.  Every line carries
      * the batch reference and both identities, so the audit review
      * can see who made and who checked each change, and an APPLY's
      * lines also name the operator who applied it.
       300-WRITE-AUDIT-LOG.
           INITIALIZE AuditIdentityText
           STRING ", batch " DELIMITED BY SIZE
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
           MOVE SPACES TO DictAuditLogStatus
           OPEN EXTEND DictAuditLog
           IF DictAuditLogStatus NOT EQUAL "00" THEN
      * Rebuild EnableWordsByLength from the updated dictionary, so
      * the index can never disagree with the words: every word is
      * re-encoded through SMORSE-ENCODE under the active Morse
      * table and written under its (length, sequence) key.  The
      * pattern-keyed file is then rebuilt from the new index.
       400-REBUILD-LENGTH-INDEX.
           PERFORM 206-LOAD-MORSE-ALPHABET-CONFIG
           MOVE "N" TO EnableWordsEOFSwitch
           END-PERFORM
           CLOSE EnableWords
           CLOSE EnableWordsByLength
           PERFORM 950-BUILD-PATTERN-INDEX
           .

      * Encode one word and write its index record.
           .


       HISTORY SECTION.
      * Keep the word list as it stands as version 1 of a dictionary
      * that has no version history yet.
       700-ENSURE-BASELINE-VERSION.
           PERFORM 705-FIND-LATEST-VERSION
           IF LatestVersionNumber EQUAL 0 THEN
               MOVE "BASELINE" TO NewVersionKind
               MOVE SPACES TO NewVersionBatchRef
               MOVE SPACES TO NewVersionMaker
               MOVE SPACES TO NewVersionApprover
               MOVE 0 TO NewVersionAddCount
               MOVE 0 TO NewVersionDeleteCount
               MOVE 0 TO NewVersionRestoredFrom
               PERFORM 720-RECORD-NEW-VERSION
           END-IF
           .

      * The highest version number on file for the dictionary, or 0
      * when it has none (or there is no history file yet).
       705-FIND-LATEST-VERSION.
           MOVE 0 TO LatestVersionNumber
           MOVE SPACES TO DictVersionStatus
           OPEN INPUT DictVersion
           IF DictVersionStatus NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO DictVersionEOFSwitch
           MOVE DictionaryId TO VersionDictionaryId
           MOVE 0 TO VersionNumber
           START DictVersion KEY IS GREATER THAN OR EQUAL VersionKey
               INVALID KEY SET DictVersionEOF TO TRUE
           END-START
           PERFORM UNTIL DictVersionEOF
               READ DictVersion NEXT RECORD
                   AT END SET DictVersionEOF TO TRUE
                   NOT AT END
                       IF VersionDictionaryId NOT EQUAL DictionaryId
                       THEN
                           SET DictVersionEOF TO TRUE
                       ELSE
                           MOVE VersionNumber TO LatestVersionNumber
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DictVersion
           .

      * Look up RequestedVersion of the dictionary, leaving its word
      * list's path in DictVersionWordsPath.
       710-READ-REQUESTED-VERSION.
           MOVE "N" TO VersionFoundSwitch
           MOVE SPACES TO DictVersionStatus
           OPEN INPUT DictVersion
           IF DictVersionStatus NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE DictionaryId TO VersionDictionaryId
           MOVE RequestedVersion TO VersionNumber
           READ DictVersion KEY IS VersionKey
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET VersionFound TO TRUE
                   MOVE VersionWordsPath TO DictVersionWordsPath
           END-READ
           CLOSE DictVersion
           .

      * Copy the live word list to the next numbered version and
      * record it, with the kind, batch, identities, and counts
      * already set in the NewVersion fields.
       720-RECORD-NEW-VERSION.
           ADD 1 TO LatestVersionNumber
           INITIALIZE DictVersionWordsPath
           STRING FUNCTION TRIM(EnableWordsPath) DELIMITED BY SIZE
               ".v" DELIMITED BY SIZE
               LatestVersionNumber DELIMITED BY SIZE
               INTO DictVersionWordsPath
           PERFORM 730-COPY-WORDS-TO-VERSION
           MOVE SPACES TO DictVersionStatus
           OPEN I-O DictVersion
           IF DictVersionStatus EQUAL "35" THEN
               OPEN OUTPUT DictVersion
               CLOSE DictVersion
               OPEN I-O DictVersion
           END-IF
           IF DictVersionStatus NOT EQUAL "00" THEN
               DISPLAY "DICTMAINT: data/dict-versions.dat not "
                   "available; version " LatestVersionNumber
                   " of " FUNCTION TRIM(DictionaryId)
                   " not recorded."
               MOVE "ERR" TO RunLogResult
               EXIT PARAGRAPH
           END-IF
           INITIALIZE DictVersionRecord
           MOVE DictionaryId TO VersionDictionaryId
           MOVE LatestVersionNumber TO VersionNumber
           MOVE NewVersionKind TO VersionKind
           MOVE FUNCTION CURRENT-DATE(1:8) TO VersionDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO VersionTime
           MOVE NewVersionBatchRef TO VersionBatchRef
           MOVE NewVersionMaker TO VersionMaker
           MOVE NewVersionApprover TO VersionApprover
           MOVE NewVersionWordCount TO VersionWordCount
           MOVE NewVersionAddCount TO VersionAddCount
           MOVE NewVersionDeleteCount TO VersionDeleteCount
           MOVE NewVersionRestoredFrom TO VersionRestoredFrom
           MOVE DictVersionWordsPath TO VersionWordsPath
           WRITE DictVersionRecord
               INVALID KEY
                   DISPLAY "DICTMAINT: version "
                       LatestVersionNumber " of "
                       FUNCTION TRIM(DictionaryId)
                       " already on file; not recorded."
                   MOVE "ERR" TO RunLogResult
           END-WRITE
           CLOSE DictVersion
           DISPLAY "DICTMAINT: dictionary '"
               FUNCTION TRIM(DictionaryId) "' version "
               LatestVersionNumber " (" FUNCTION TRIM(NewVersionKind)
               ") kept as " FUNCTION TRIM(DictVersionWordsPath) "."
           .

      * Copy the live word list to DictVersionWordsPath, counting
      * its words.
       730-COPY-WORDS-TO-VERSION.
           MOVE 0 TO NewVersionWordCount
           MOVE "N" TO VersionCopyEOFSwitch
           OPEN INPUT EnableWords
           OPEN OUTPUT DictVersionWords
           PERFORM UNTIL VersionCopyEOF
               READ EnableWords
                   AT END SET VersionCopyEOF TO TRUE
                   NOT AT END
                       ADD 1 TO NewVersionWordCount
                       MOVE EnableWord TO DictVersionWord
                       WRITE DictVersionWord
               END-READ
           END-PERFORM
           CLOSE EnableWords
           CLOSE DictVersionWords
           .

      * Sort the live word list and the version being restored, and
      * walk the two together: a word only in the live list is one
      * the restore deletes, a word only in the version one it adds.
       740-COUNT-RESTORE-CHANGES.
           MOVE 0 TO NewVersionAddCount
           MOVE 0 TO NewVersionDeleteCount
           SORT DictSortWork
               ON ASCENDING KEY DictSortWord
               USING EnableWords
               GIVING DictSortedBefore
           SORT DictSortWork
               ON ASCENDING KEY DictSortWord
               USING DictVersionWords
               GIVING DictSortedAfter
           OPEN INPUT DictSortedBefore
           OPEN INPUT DictSortedAfter
           PERFORM 745-READ-BEFORE-WORD
           PERFORM 746-READ-AFTER-WORD
           PERFORM UNTIL BeforeCompareWord EQUAL HIGH-VALUES AND
                   AfterCompareWord EQUAL HIGH-VALUES
               EVALUATE TRUE
                   WHEN BeforeCompareWord EQUAL AfterCompareWord
                       PERFORM 745-READ-BEFORE-WORD
                       PERFORM 746-READ-AFTER-WORD
                   WHEN BeforeCompareWord IS LESS THAN
                           AfterCompareWord
                       ADD 1 TO NewVersionDeleteCount
                       PERFORM 745-READ-BEFORE-WORD
                   WHEN OTHER
                       ADD 1 TO NewVersionAddCount
                       PERFORM 746-READ-AFTER-WORD
               END-EVALUATE
           END-PERFORM
           CLOSE DictSortedBefore
           CLOSE DictSortedAfter
      *    The sorted copies are whole word lists; none is left behind
      *    in data/ for the next RESTORE to find.  A work file the
      *    sort never created has nothing to delete, so the call's
      *    own return code is not the run's.
           MOVE "data/dict-sort.tmp" TO RestoreWorkPath
           CALL "CBL_DELETE_FILE" USING RestoreWorkPath
           MOVE "data/dict-before.tmp" TO RestoreWorkPath
           CALL "CBL_DELETE_FILE" USING RestoreWorkPath
           MOVE "data/dict-after.tmp" TO RestoreWorkPath
           CALL "CBL_DELETE_FILE" USING RestoreWorkPath
           MOVE 0 TO RETURN-CODE
           .

       745-READ-BEFORE-WORD.
           READ DictSortedBefore
               AT END MOVE HIGH-VALUES TO BeforeCompareWord
               NOT AT END MOVE DictBeforeWord TO BeforeCompareWord
           END-READ
           .

       746-READ-AFTER-WORD.
           READ DictSortedAfter
               AT END MOVE HIGH-VALUES TO AfterCompareWord
               NOT AT END MOVE DictAfterWord TO AfterCompareWord
           END-READ
           .

      * Replace the live word list with the version being restored.
       750-COPY-VERSION-TO-WORDS.
           MOVE 0 TO WordsKeptCount
           MOVE "N" TO VersionCopyEOFSwitch
           OPEN INPUT DictVersionWords
           OPEN OUTPUT EnableWords
           PERFORM UNTIL VersionCopyEOF
               READ DictVersionWords
                   AT END SET VersionCopyEOF TO TRUE
                   NOT AT END
                       ADD 1 TO WordsKeptCount
                       MOVE DictVersionWord TO EnableWord
                       WRITE EnableWord
               END-READ
           END-PERFORM
           CLOSE DictVersionWords
           CLOSE EnableWords
           .

      * List every version of the dictionary, oldest first.
       800-LIST-VERSIONS.
           MOVE 0 TO ListedVersionCount
           OPEN OUTPUT DictVersionReport
           INITIALIZE DictVersionReportLine
           STRING "Versions of dictionary " DELIMITED BY SIZE
               FUNCTION TRIM(DictionaryId) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(EnableWordsPath) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO DictVersionReportLine
           WRITE DictVersionReportLine
           MOVE SPACES TO DictVersionReportLine
           WRITE DictVersionReportLine
           MOVE "VER   DATE        KIND      BATCH-REF             "
               & "APPROVER                WORDS      ADDS   DELETES"
               TO DictVersionReportLine
           WRITE DictVersionReportLine
           MOVE SPACES TO DictVersionStatus
           OPEN INPUT DictVersion
           IF DictVersionStatus EQUAL "00" THEN
               MOVE "N" TO DictVersionEOFSwitch
               MOVE DictionaryId TO VersionDictionaryId
               MOVE 0 TO VersionNumber
               START DictVersion
                   KEY IS GREATER THAN OR EQUAL VersionKey
                   INVALID KEY SET DictVersionEOF TO TRUE
               END-START
               PERFORM UNTIL DictVersionEOF
                   READ DictVersion NEXT RECORD
                       AT END SET DictVersionEOF TO TRUE
                       NOT AT END
                           IF VersionDictionaryId NOT EQUAL
                                   DictionaryId
                           THEN
                               SET DictVersionEOF TO TRUE
                           ELSE
                               PERFORM 810-WRITE-VERSION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DictVersion
           END-IF
           IF ListedVersionCount EQUAL 0 THEN
               MOVE "  No versions recorded." TO DictVersionReportLine
               WRITE DictVersionReportLine
           END-IF
           CLOSE DictVersionReport
           DISPLAY "DICTMAINT: " ListedVersionCount " version(s) of "
               "dictionary '" FUNCTION TRIM(DictionaryId)
               "' listed to " FUNCTION TRIM(DictVersionReportPath) "."
           .

      * One listing line: number, date, kind, batch, approver, word
      * count, and the words the version added and deleted; a
      * restored version also names the version it came from.
       810-WRITE-VERSION-LINE.
           ADD 1 TO ListedVersionCount
           INITIALIZE ListDate
           STRING VersionDate(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               VersionDate(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               VersionDate(7:2) DELIMITED BY SIZE
               INTO ListDate
           MOVE VersionWordCount TO ListWordCount
           MOVE VersionAddCount TO ListAddCount
           MOVE VersionDeleteCount TO ListDeleteCount
           MOVE SPACES TO ListRestoredNote
           IF VersionIsRestore THEN
               STRING "  from version " DELIMITED BY SIZE
                   VersionRestoredFrom DELIMITED BY SIZE
                   INTO ListRestoredNote
           END-IF
           INITIALIZE DictVersionReportLine
           STRING VersionNumber DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ListDate DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VersionKind DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VersionBatchRef DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VersionApprover DELIMITED BY SIZE
               ListWordCount DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ListAddCount DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ListDeleteCount DELIMITED BY SIZE
               ListRestoredNote DELIMITED BY SIZE
               INTO DictVersionReportLine
           WRITE DictVersionReportLine
           .


       AUDIT SECTION.
           COPY "RUNLOGWRITE.cpy".
           COPY "LOCKING.cpy".
           COPY "DICTREGLOOK.cpy".
           COPY "DICTCTLCHK.cpy".
           COPY "ENABLEWBPBLD.cpy".
           COPY "OPERCHK.cpy".

       END PROGRAM DICTMAINT.

