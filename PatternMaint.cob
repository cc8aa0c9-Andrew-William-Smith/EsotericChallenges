      * pattern was resubmitted night after night.  The pattern       *
      * master keys every pattern with a lifecycle status -- NEW when *
      * registered here, then CERTIFIED, AMBIGUOUS, FAILED, or        *
      * TIMEOUT as DAILYPROGRAMMER380INTERMEDIATE rules on it, or     *
      * RECHECK when the tree a verdict was reached against has since *
      * changed -- and this program manages that inventory:           *
      *                                                               *
      *   ADD operator-id [patterns-file] [set]                       *
      *                              register each pattern line as    *
      *                              NEW (already-known patterns are  *
      *                              left as they stand), for symbol  *
      *                              set LETTERS (the default) or     *
      *                              ALPHANUM (letters and digits);   *
      *                              the operator must hold the       *
      *                              REGISTER role on PATTERNMASTER   *
      *                              in data/operators.par, and a     *
      *                              refusal is logged as a security  *
      *                              event                            *
      *   EXTRACT statuses [output]  build the night's BonusPatterns  *
      *                              input from only the statuses     *
      *                              the operator selects, given      *
      *                              plus-delimited (NEW+TIMEOUT)     *
      *   LIST [report]              one line per pattern with its    *
      *                              status, dates, last alphabet     *
      *                              count, verdict tree, and symbol  *
      *                              set                              *
      *   RECHECK [report]           work off the tree change queue   *
      *                              MORSETREEMAINT and MORSETREEGEN  *
      *                              append to: every CERTIFIED,      *
      *                              AMBIGUOUS, or FAILED pattern     *
      *                              decided against a tree value     *
      *                              since replaced or deleted goes   *
      *                              back to RECHECK, with a report   *
      *                              of what was re-queued and why    *
      *   CONVERT operator-id [old-master]                            *
      *                              one-off reload of a master kept  *
      *                              in the original record layout    *
      *                              (82-character key, no verdict    *
      *                              tree or symbol set), renamed     *
      *                              aside first -- by default to     *
      *                              data/pattern-master-v1.dat --    *
      *                              into the current master: every   *
      *                              pattern keeps its status, dates, *
      *                              and alphabet count, with the     *
      *                              verdict tree left blank and the  *
      *                              symbol set LETTERS; needs the    *
      *                              same REGISTER role as ADD        *
      *                                                               *
      * Copyright (C) 2019 Andrew Smith                               *
      *                                                               *
      *        DAILYPROGRAMMER380INTERMEDIATE's BonusPatterns reads.
               SELECT PatternExtract ASSIGN TO PatternExtractPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *        The LIST inventory report, or the RECHECK report.
               SELECT PatternReport ASSIGN TO PatternReportPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               COPY "PATTERNMSL.cpy".
      *        The master in its original record layout, read once by
      *        CONVERT from wherever it was renamed aside.
               SELECT OldPatternMaster ASSIGN TO OldPatternMasterPath
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OldPatternKey
                   FILE STATUS IS OldPatternMasterStatus.
               COPY "TREECHGSL.cpy".
               COPY "OPERSL.cpy".
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD PatternInput.
       01  PatternInputLine PIC X(132).

       FD PatternExtract.
       01  PatternExtractLine PIC X(132).

       FD PatternReport.
       01  PatternReportLine PIC X(250).

      * The keyed pattern inventory, shared with
      * DAILYPROGRAMMER380INTERMEDIATE's verdict updates.
       COPY "PATTERNMFD.cpy".

      * The original pattern master record, before the key was
      * widened and the verdict tree and symbol set were added.
       FD OldPatternMaster.
       01  OldPatternMasterRecord.
           05  OldPatternKey          PIC X(82).
           05  OldPatternStatus       PIC X(10).
           05  OldPatternAddedDate    PIC X(8).
           05  OldPatternLastRunDate  PIC X(8).
           05  OldPatternAlphaCount   PIC 9(9).

      * Trees replaced or deleted since the last RECHECK, each with
      * the value it had before.
       COPY "TREECHGFD.cpy".

      * Operators and the roles they hold on the pattern master.
       COPY "OPERFD.cpy".

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".
       WORKING-STORAGE SECTION.
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
       COPY "OPERWS.cpy".
      * Command-line controls
       01  ArgCount PIC 999.
       01  ModeArgument PIC X(10) VALUE SPACES.
           88  AddMode                 VALUE "ADD".
           88  ExtractMode             VALUE "EXTRACT".
           88  ListMode                VALUE "LIST".
           88  RecheckMode             VALUE "RECHECK".
           88  ConvertMode             VALUE "CONVERT".
      * The operator registering patterns under ADD
       01  OperatorId PIC X(20) VALUE SPACES.
       01  PatternInputPath PIC X(80)
               VALUE "data/pattern-add.in".
       01  PatternExtractPath PIC X(80)
               VALUE "data/smorse2-bonus1.in".
       01  PatternReportPath PIC X(80)
               VALUE "data/pattern-master.out".
       01  RecheckReportPath PIC X(80)
               VALUE "data/pattern-recheck.out".
       01  OldPatternMasterPath PIC X(80)
               VALUE "data/pattern-master-v1.dat".
      * The symbol set ADD registers its patterns under: LETTERS for
      * the 26 letters smooshed together, ALPHANUM for the letters
      * and digits
       01  AddSymbolSet PIC X(10) VALUE "LETTERS".
      * The statuses an EXTRACT selects, plus-delimited on the
      * command line ("NEW+TIMEOUT"), unpacked into a small table.
       01  StatusSelection PIC X(60) VALUE SPACES.
       01  SelectedStatusTable.
           05  SelectedStatusCount PIC 9 COMP VALUE 0.
           05  SelectedStatus OCCURS 6 TIMES PIC X(10).
       01  StatusIndex PIC 9 COMP.
       01  StatusMatchSwitch PIC A.
           88  StatusMatched           VALUE "Y".
      * Whether every unpacked status is one of the six lifecycle
      * words; an unknown one would match nothing and quietly
      * truncate the decode queue to empty, so it refuses the run
      * instead, like every other parameter typo in the suite
           88  SelectionValid          VALUE "Y".
      * File controls
       01  PatternMasterStatus PIC XX.
       01  MasterOpenSwitch PIC A VALUE "N".
           88  MasterOpen              VALUE "Y".
       01  OldPatternMasterStatus PIC XX.
       01  OldMasterEOFSwitch PIC A VALUE "N".
           88  OldMasterEOF            VALUE "Y".
       01  PatternInputStatus PIC XX.
       01  PatternInputEOFSwitch PIC A VALUE "N".
           88  PatternInputEOF         VALUE "Y".
       01  MasterScanEOFSwitch PIC A VALUE "N".
           88  MasterScanEOF           VALUE "Y".
       01  TreeChangeQueueStatus PIC XX.
       01  TreeChangeEOFSwitch PIC A VALUE "N".
           88  TreeChangeEOF           VALUE "Y".
      * The tree changes being worked off, taken from the queue in
      * chunks of up to 500; each chunk is matched against one pass
      * of the master.
       01  TreeChangeTable.
           05  TreeChangeCount PIC 999 COMP VALUE 0.
           05  TreeChangeEntry OCCURS 500 TIMES.
               10  ChangeAction     PIC X(10).
               10  ChangeTreeId     PIC X(10).
               10  ChangeOldValue   PIC X(63).
               10  ChangeSource     PIC X(20).
               10  ChangeTime       PIC X(14).
               10  ChangeHitCount   PIC 9(9) COMP.
       01  ChangeIndex PIC 999 COMP.
       01  ChangeMatchIndex PIC 999 COMP.
       01  PriorPatternStatus PIC X(10).
      * Today's date for registration records
       01  TodayYmd PIC X(8).
      * Counts for the run as a whole
       01  AlreadyKnownCount PIC 9(9) COMP VALUE 0.
       01  ExtractedCount PIC 9(9) COMP VALUE 0.
       01  ListedCount PIC 9(9) COMP VALUE 0.
       01  ChangesProcessedCount PIC 9(9) COMP VALUE 0.
       01  RequeuedCount PIC 9(9) COMP VALUE 0.
       01  ConvertedCount PIC 9(9) COMP VALUE 0.
       01  ConvertSkippedCount PIC 9(9) COMP VALUE 0.
       01  AlphaCountFormatted PIC Z(8)9.
       01  CountFormatted PIC Z(8)9.


       PROCEDURE DIVISION.
           MOVE "PATTERNMAINT" TO RunLogProgramName
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayYmd

      *    Arg 1 names the mode; arg 2 is ADD's or CONVERT's operator
      *    ID, EXTRACT's status selection, or LIST's or RECHECK's
      *    report path; arg 3 is ADD's input file, EXTRACT's output
      *    path, or CONVERT's old master; arg 4 is ADD's symbol set.
           ACCEPT ArgCount FROM ARGUMENT-NUMBER
           IF ArgCount IS GREATER THAN 0 THEN
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT ModeArgument FROM ARGUMENT-VALUE
           END-IF

      *    Registering new patterns, or reloading the old master,
      *    needs the REGISTER role on the pattern master; the
      *    scheduled EXTRACT and RECHECK steps and the read-only LIST
      *    are run under no operator ID.
           IF AddMode OR ConvertMode THEN
               IF ArgCount IS GREATER THAN 1 THEN
                   DISPLAY 2 UPON ARGUMENT-NUMBER
                   ACCEPT OperatorId FROM ARGUMENT-VALUE
               END-IF
               MOVE OperatorId TO CheckOperatorId
               MOVE "REGISTER" TO CheckRole
               MOVE "PATTERNMASTER" TO CheckResource
               PERFORM 940-CHECK-OPERATOR-ROLE
               IF NOT OperatorAuthorized THEN
                   MOVE "ERR" TO RunLogResult
                   PERFORM 901-WRITE-RUN-LOG
                   GOBACK
               END-IF
           END-IF

      *    Every mode touches the shared pattern master, which the
      *    decode run also updates; refuse the run cleanly if the
      *    resource stays held.

           EVALUATE TRUE
               WHEN AddMode
                   IF ArgCount IS GREATER THAN 2 THEN
                       DISPLAY 3 UPON ARGUMENT-NUMBER
                       ACCEPT PatternInputPath FROM ARGUMENT-VALUE
                   END-IF
                   IF ArgCount IS GREATER THAN 3 THEN
                       DISPLAY 4 UPON ARGUMENT-NUMBER
                       ACCEPT AddSymbolSet FROM ARGUMENT-VALUE
                   END-IF
                   MOVE PatternInputPath TO RunLogInputSource
                   PERFORM 100-REGISTER-PATTERNS
               WHEN ExtractMode
                   MOVE "data/pattern-master.dat"
                       TO RunLogInputSource
                   PERFORM 300-LIST-PATTERNS
               WHEN RecheckMode
                   MOVE RecheckReportPath TO PatternReportPath
                   IF ArgCount IS GREATER THAN 1 THEN
                       DISPLAY 2 UPON ARGUMENT-NUMBER
                       ACCEPT PatternReportPath FROM ARGUMENT-VALUE
                   END-IF
                   MOVE "data/morsetree-changes.dat"
                       TO RunLogInputSource
                   PERFORM 400-RECHECK-PATTERNS
               WHEN ConvertMode
                   IF ArgCount IS GREATER THAN 2 THEN
                       DISPLAY 3 UPON ARGUMENT-NUMBER
                       ACCEPT OldPatternMasterPath FROM ARGUMENT-VALUE
                   END-IF
                   MOVE OldPatternMasterPath TO RunLogInputSource
                   PERFORM 500-CONVERT-OLD-MASTER
               WHEN OTHER
                   DISPLAY "PATTERNMAINT: expected ADD, EXTRACT, "
                       "LIST, RECHECK, or CONVERT; nothing done."
                   MOVE "ERR" TO RunLogResult
           END-EVALUATE

      * patterns the master already knows exactly as they stand --
      * re-submitting a FAILED pattern does not launder its history.
       100-REGISTER-PATTERNS.
           EVALUATE FUNCTION TRIM(AddSymbolSet)
               WHEN "LETTERS"
               WHEN "ALPHANUM"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PATTERNMAINT: symbol set '"
                       FUNCTION TRIM(AddSymbolSet)
                       "' is not LETTERS or ALPHANUM; nothing "
                       "registered."
                   MOVE "ERR" TO RunLogResult
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO PatternInputStatus
           OPEN INPUT PatternInput
           IF PatternInputStatus NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 110-OPEN-MASTER-IO
           IF NOT MasterOpen THEN
               CLOSE PatternInput
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PatternInputEOF
               READ PatternInput INTO PatternInputLine
                   AT END SET PatternInputEOF TO TRUE
           .

      * Open the master for update, creating it on first use the
      * same way the tree library creates itself.  Only a master that
      * does not exist yet ("35") is created: one that will not open
      * for any other reason -- a master still in the original record
      * layout opens as "39" -- is refused and left untouched, never
      * emptied.
       110-OPEN-MASTER-IO.
           MOVE "N" TO MasterOpenSwitch
           MOVE SPACES TO PatternMasterStatus
           OPEN I-O PatternMaster
           IF PatternMasterStatus EQUAL "35" THEN
               OPEN OUTPUT PatternMaster
               CLOSE PatternMaster
               OPEN I-O PatternMaster
           END-IF
           IF PatternMasterStatus EQUAL "00" THEN
               SET MasterOpen TO TRUE
           ELSE
               DISPLAY "PATTERNMAINT: pattern master will not open "
                   "(status " PatternMasterStatus "); run refused."
               IF PatternMasterStatus EQUAL "39" THEN
                   DISPLAY "PATTERNMAINT: a master in the original "
                       "record layout must be renamed aside and "
                       "reloaded with CONVERT."
               END-IF
               MOVE "ERR" TO RunLogResult
           END-IF
           .

      * One pattern line: WRITE it as NEW, letting a duplicate key
           MOVE TodayYmd TO PatternAddedDate
           MOVE SPACES TO PatternLastRunDate
           MOVE 0 TO PatternAlphaCount
           MOVE SPACES TO PatternTreeId
           MOVE SPACES TO PatternTreeValue
           MOVE AddSymbolSet TO PatternSymbolSet
           WRITE PatternMasterRecord
               INVALID KEY ADD 1 TO AlreadyKnownCount
               NOT INVALID KEY ADD 1 TO RegisteredCount
           .

      * Split the plus-delimited selection into its statuses and vet
      * each against the six lifecycle words.
       210-UNPACK-STATUS-SELECTION.
           MOVE 0 TO SelectedStatusCount
           MOVE "Y" TO SelectionValidSwitch
           UNSTRING StatusSelection DELIMITED BY "+"
               INTO SelectedStatus(1), SelectedStatus(2),
                   SelectedStatus(3), SelectedStatus(4),
                   SelectedStatus(5), SelectedStatus(6)
               TALLYING IN SelectedStatusCount
           IF SelectedStatusCount EQUAL 1 AND
                   FUNCTION TRIM(SelectedStatus(1)) EQUAL SPACES
                   WHEN "AMBIGUOUS"
                   WHEN "FAILED"
                   WHEN "TIMEOUT"
                   WHEN "RECHECK"
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO SelectionValidSwitch
                           FUNCTION TRIM(
                               SelectedStatus(StatusIndex))
                           "' is not a lifecycle status (NEW, "
                           "CERTIFIED, AMBIGUOUS, FAILED, TIMEOUT, "
                           "RECHECK); nothing extracted."
               END-EVALUATE
           END-PERFORM
           .

       INVENTORY SECTION.
      * One report line per master record: the pattern, its status,
      * its dates, the last alphabet count the enumeration found, the
      * tree the verdict was reached against, and its symbol set.
       300-LIST-PATTERNS.
           MOVE SPACES TO PatternMasterStatus
           OPEN INPUT PatternMaster
                           FUNCTION TRIM(AlphaCountFormatted)
                               DELIMITED BY SIZE
                           " alphabet(s)" DELIMITED BY SIZE
                           ", tree " DELIMITED BY SIZE
                           FUNCTION TRIM(PatternTreeId)
                               DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           FUNCTION TRIM(PatternSymbolSet)
                               DELIMITED BY SIZE
                           INTO PatternReportLine
                       WRITE PatternReportLine
               END-READ
           .


       RECHECK SECTION.
      * Work off the tree change queue.  A verdict is only as good as
      * the tree it was reached against, so every CERTIFIED,
      * AMBIGUOUS, or FAILED pattern whose recorded tree ID and value
      * match a queued change -- a tree since replaced or deleted --
      * goes back to RECHECK, for PATTERNMAINT EXTRACT to put in
      * front of the decode run again.  NEW and TIMEOUT patterns are
      * already awaiting a run and are left alone.  The queue is
      * emptied once every change in it has been matched, under the
      * MORSETREES lock so no change can be appended in between and
      * lost.
       400-RECHECK-PATTERNS.
           MOVE "MORSETREES" TO LockResourceName
           PERFORM 910-ACQUIRE-RESOURCE-LOCK
           IF NOT LockAcquired THEN
               MOVE "ERR" TO RunLogResult
               MOVE "PATTERNMASTER" TO LockResourceName
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PatternReport
           INITIALIZE PatternReportLine
           STRING "Pattern re-check after tree changes, run "
                   DELIMITED BY SIZE
               TodayYmd DELIMITED BY SIZE
               INTO PatternReportLine
           WRITE PatternReportLine
           MOVE SPACES TO TreeChangeQueueStatus
           OPEN INPUT TreeChangeQueue
           IF TreeChangeQueueStatus NOT EQUAL "00" THEN
               SET TreeChangeEOF TO TRUE
           ELSE
               PERFORM 110-OPEN-MASTER-IO
           END-IF
      *    A master that would not open has not been checked against
      *    the queue, so the queue is kept for the next RECHECK.
           IF NOT TreeChangeEOF AND NOT MasterOpen THEN
               CLOSE TreeChangeQueue
               SET TreeChangeEOF TO TRUE
           END-IF
           IF NOT TreeChangeEOF THEN
               PERFORM UNTIL TreeChangeEOF
                   PERFORM 410-LOAD-CHANGE-CHUNK
                   IF TreeChangeCount IS GREATER THAN 0 THEN
                       PERFORM 420-SCAN-MASTER-FOR-CHANGES
                       PERFORM 440-REPORT-CHANGE-CHUNK
                   END-IF
               END-PERFORM
               CLOSE PatternMaster
               CLOSE TreeChangeQueue
      *        Every change is matched; empty the queue.
               OPEN OUTPUT TreeChangeQueue
               CLOSE TreeChangeQueue
           END-IF
           MOVE "MORSETREES" TO LockResourceName
           PERFORM 911-RELEASE-RESOURCE-LOCK
           MOVE "PATTERNMASTER" TO LockResourceName
           MOVE SPACES TO PatternReportLine
           WRITE PatternReportLine
           MOVE ChangesProcessedCount TO CountFormatted
           INITIALIZE PatternReportLine
           STRING "Tree changes processed: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO PatternReportLine
           WRITE PatternReportLine
           MOVE RequeuedCount TO CountFormatted
           INITIALIZE PatternReportLine
           STRING "Patterns re-queued for RECHECK: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO PatternReportLine
           WRITE PatternReportLine
           CLOSE PatternReport
           DISPLAY "PATTERNMAINT: " ChangesProcessedCount
               " tree change(s) processed, " RequeuedCount
               " pattern(s) re-queued for RECHECK."
           MOVE ChangesProcessedCount TO RunLogRecordsProcessed
           .

      * Take up to 500 queued changes into the table.
       410-LOAD-CHANGE-CHUNK.
           MOVE 0 TO TreeChangeCount
           PERFORM UNTIL TreeChangeEOF OR TreeChangeCount EQUAL 500
               READ TreeChangeQueue
                   AT END SET TreeChangeEOF TO TRUE
                   NOT AT END
                       ADD 1 TO TreeChangeCount
                       ADD 1 TO ChangesProcessedCount
                       MOVE TreeChangeAction
                           TO ChangeAction(TreeChangeCount)
                       MOVE TreeChangeTreeId
                           TO ChangeTreeId(TreeChangeCount)
                       MOVE TreeChangeOldValue
                           TO ChangeOldValue(TreeChangeCount)
                       MOVE TreeChangeSource
                           TO ChangeSource(TreeChangeCount)
                       MOVE TreeChangeTime
                           TO ChangeTime(TreeChangeCount)
                       MOVE 0 TO ChangeHitCount(TreeChangeCount)
               END-READ
           END-PERFORM
           .

      * One pass of the master against the changes in the table.
       420-SCAN-MASTER-FOR-CHANGES.
           MOVE "N" TO MasterScanEOFSwitch
           MOVE LOW-VALUES TO PatternKey
           START PatternMaster KEY IS GREATER THAN OR EQUAL PatternKey
               INVALID KEY SET MasterScanEOF TO TRUE
           END-START
           PERFORM UNTIL MasterScanEOF
               READ PatternMaster NEXT RECORD
                   AT END SET MasterScanEOF TO TRUE
                   NOT AT END PERFORM 430-RECHECK-ONE-PATTERN
               END-READ
           END-PERFORM
           .

      * Send the record just read back to RECHECK if its verdict was
      * reached against a tree value one of the changes retired, and
      * say which change did it.
       430-RECHECK-ONE-PATTERN.
           EVALUATE FUNCTION TRIM(PatternStatus)
               WHEN "CERTIFIED"
               WHEN "AMBIGUOUS"
               WHEN "FAILED"
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 0 TO ChangeMatchIndex
           PERFORM VARYING ChangeIndex FROM 1 BY 1
                   UNTIL ChangeIndex IS GREATER THAN TreeChangeCount
                       OR ChangeMatchIndex IS GREATER THAN 0
               IF PatternTreeId EQUAL ChangeTreeId(ChangeIndex) AND
                       PatternTreeValue EQUAL
                           ChangeOldValue(ChangeIndex)
               THEN
                   MOVE ChangeIndex TO ChangeMatchIndex
               END-IF
           END-PERFORM
           IF ChangeMatchIndex EQUAL 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE PatternStatus TO PriorPatternStatus
           MOVE "RECHECK" TO PatternStatus
           REWRITE PatternMasterRecord
               INVALID KEY EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO RequeuedCount
           ADD 1 TO ChangeHitCount(ChangeMatchIndex)
           INITIALIZE PatternReportLine
           STRING FUNCTION TRIM(PatternKey) DELIMITED BY SIZE
               ", was " DELIMITED BY SIZE
               FUNCTION TRIM(PriorPatternStatus) DELIMITED BY SIZE
               ", now RECHECK: tree " DELIMITED BY SIZE
               FUNCTION TRIM(ChangeTreeId(ChangeMatchIndex))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ChangeAction(ChangeMatchIndex))
                   DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(ChangeSource(ChangeMatchIndex))
                   DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               ChangeTime(ChangeMatchIndex) DELIMITED BY SIZE
               INTO PatternReportLine
           WRITE PatternReportLine
           .

      * One line per change in the chunk, with how many patterns it
      * sent back -- a change that hit nothing is still worth seeing.
       440-REPORT-CHANGE-CHUNK.
           PERFORM VARYING ChangeIndex FROM 1 BY 1
                   UNTIL ChangeIndex IS GREATER THAN TreeChangeCount
               MOVE ChangeHitCount(ChangeIndex) TO CountFormatted
               INITIALIZE PatternReportLine
               STRING "Tree " DELIMITED BY SIZE
                   FUNCTION TRIM(ChangeTreeId(ChangeIndex))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ChangeAction(ChangeIndex))
                       DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   FUNCTION TRIM(ChangeSource(ChangeIndex))
                       DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   ChangeTime(ChangeIndex) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
                   " pattern(s) re-queued" DELIMITED BY SIZE
                   INTO PatternReportLine
               WRITE PatternReportLine
           END-PERFORM
           .


       CONVERT SECTION.
      * Reload a master kept in the original record layout into the
      * current one.  The old file is read from where it was renamed
      * aside and left there untouched; a pattern already on the
      * current master (registered again since) keeps the record it
      * has there.
       500-CONVERT-OLD-MASTER.
           MOVE SPACES TO OldPatternMasterStatus
           OPEN INPUT OldPatternMaster
           IF OldPatternMasterStatus NOT EQUAL "00" THEN
               DISPLAY "PATTERNMAINT: old master "
                   FUNCTION TRIM(OldPatternMasterPath)
                   " will not open (status " OldPatternMasterStatus
                   "); nothing converted."
               MOVE "ERR" TO RunLogResult
               EXIT PARAGRAPH
           END-IF
           PERFORM 110-OPEN-MASTER-IO
           IF NOT MasterOpen THEN
               CLOSE OldPatternMaster
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO OldMasterEOFSwitch
           PERFORM UNTIL OldMasterEOF
               READ OldPatternMaster
                   AT END SET OldMasterEOF TO TRUE
                   NOT AT END PERFORM 510-CONVERT-ONE-PATTERN
               END-READ
           END-PERFORM
           CLOSE OldPatternMaster
           CLOSE PatternMaster
           DISPLAY "PATTERNMAINT: " ConvertedCount " pattern(s) "
               "converted, " ConvertSkippedCount
               " already on the current master."
           COMPUTE RunLogRecordsProcessed =
               ConvertedCount + ConvertSkippedCount
           .

      * One old record into the current layout: status, dates, and
      * alphabet count carried over, no verdict tree, and the
      * letters-only symbol set every pattern was searched under
      * before digits could be.
       510-CONVERT-ONE-PATTERN.
           INITIALIZE PatternMasterRecord
           MOVE OldPatternKey TO PatternKey
           MOVE OldPatternStatus TO PatternStatus
           MOVE OldPatternAddedDate TO PatternAddedDate
           MOVE OldPatternLastRunDate TO PatternLastRunDate
           MOVE OldPatternAlphaCount TO PatternAlphaCount
           MOVE SPACES TO PatternTreeId
           MOVE SPACES TO PatternTreeValue
           MOVE "LETTERS" TO PatternSymbolSet
           WRITE PatternMasterRecord
               INVALID KEY ADD 1 TO ConvertSkippedCount
               NOT INVALID KEY ADD 1 TO ConvertedCount
           END-WRITE
           .


       AUDIT SECTION.
           COPY "RUNLOGWRITE.cpy".
           COPY "LOCKING.cpy".
           COPY "OPERCHK.cpy".

       END PROGRAM PATTERNMAINT.
