               SELECT SmorseErrorLog ASSIGN TO SmorseErrorLogPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SmorseErrorLogStatus.
      *        EnableWords indexed by word length, so the bonus rules
      *        tied to one word length can look up their candidates
      *        directly instead of scanning every word.
               COPY "ENABLEWBLSL.cpy".
               COPY "ENABLEWBPSL.cpy".
      *        Optional override of the Morse alphabet/digit mapping,
      *        loaded once at startup (request 013).  Each record is
      *        "key,pattern", e.g. "A,.-"; keys not present keep their
      *        distribution of word lengths (request 014).
               SELECT SummaryReport ASSIGN TO SummaryReportPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *        The bonus screens to run against EnableWords, one rule
      *        per line: "name,type,parameter,exclusions".  A missing
      *        file keeps the compiled-in rules, which are the three
      *        original challenge bonuses.
               SELECT BonusRules ASSIGN TO BonusRulesPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BonusRulesStatus.
               COPY "DICTREGSL.cpy".
               COPY "DICTCTLSL.cpy".
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

       FD SmorseReport.
       01  SmorseReportLine PIC X(500).

      * Every bonus rule match found while scanning EnableWords, one
      * line per match: the word and the name of the rule it
      * satisfied.
       FD BonusResults.
       01  BonusResultLine PIC X(80).

      * Restart checkpoint for the EnableWords scan: the number of
      * records already processed, plus each bonus rule's match count
      * at that point, plus the count of invalid-character errors
      * found so far so a resumed run's SummaryReport error total
      * still covers every invocation's share of EnableWords, not
       FD BonusCheckpoint.
       01  BonusCheckpointRecord.
           05  CheckpointRecordCount PIC 9(9).
           05  CheckpointRuleMatchCount OCCURS 20 TIMES PIC 9(9).
           05  CheckpointErrorCount PIC 9(9).

      * One rejection per invalid character found while converting a
       FD SmorseErrorLog.
       01  SmorseErrorLine PIC X(130).

      * One EnableWords word per record, keyed by its length so the
      * word-length bonus rules can START/READ directly to candidates
      * of the length they care about.  Also caches the word's Morse
      * pattern as already encoded by the main scan's
      * 210-RUN-BONUSES-ON-INPUT, so the length-indexed lookup pass
      * (241-LOOKUP-WORDS-BY-LENGTH) doesn't re-run 200-SMORSE and
      * double-log/double-count any invalid characters the word
      * contains.
       COPY "ENABLEWBLFD.cpy".

      * The same words keyed by their cached pattern, rebuilt from
      * the length index once the scan has brought it up to date, so
      * MORSESEGMENT's prefix search always matches the index.
       COPY "ENABLEWBPFD.cpy".

      * One "key,pattern" override record per line.
       FD MorseAlphabetConfig.
       01  MorseAlphabetConfigLine PIC X(20).
       FD SummaryReport.
       01  SummaryReportLine PIC X(60).

      * One "name,type,parameter,exclusions" bonus rule per line.
       FD BonusRules.
       01  BonusRuleLine PIC X(250).

       COPY "DICTREGFD.cpy".

       COPY "DICTCTLFD.cpy".

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
       COPY "DICTREGWS.cpy".
       COPY "DICTCTLWS.cpy".
       COPY "ENABLEWBPWS.cpy".
      * Input and output for SMORSE
       01  ArgCount PIC 999.
      * Batch mode controls
           88  SmorseTransEOF          VALUE "Y".
       01  BonusResultsPath PIC X(80) VALUE "data/dp380-bonus.out".
       01  BonusResultsStatus PIC XX.
      * Scan-mode control: FULL re-encodes the whole EnableWords
      * population as ever; DELTA encodes and bonus-checks only words
      * added or changed since the index was last written, reusing
           05  MorseEncoding PIC 999 COMP.
           05  MorseIndex PIC 999 COMP.
      * Bonuses
       01  DashCount PIC 999 COMP.
       01  DotCount PIC 999 COMP.
       01  EnableWordsEOFSwitch PIC A VALUE "N".
           88  EnableWordsEOF         VALUE "Y".
      * Bonus rules, loaded once at startup from BonusRules.  Each
      * rule names one screen:
      *   DASHRUN n      the pattern holds a run of n dashes
      *   DOTRUN n       the pattern holds a run of n dots
      *   BALANCED n     an n-letter word with as many dots as dashes
      *   PALINDROME n   an n-letter word whose pattern reads the same
      *                  backwards
      *   MORSELENGTH n  the pattern is exactly n symbols long
      * BALANCED and PALINDROME with n of 0 apply at any word length.
      * Exclusions are words the rule never reports, joined by "+"
      * the way PATTERNMAINT's status selections are, and held here
      * with a "+" at either end so one INSPECT finds a whole word.
       01  BonusRulesPath PIC X(80) VALUE "data/dp380-bonus.rules".
       01  BonusRulesStatus PIC XX.
       01  BonusRulesEOFSwitch PIC A VALUE "N".
           88  BonusRulesEOF          VALUE "Y".
       01  RuleFieldName PIC X(20).
       01  RuleFieldType PIC X(12).
       01  RuleFieldParameter PIC X(10).
       01  RuleFieldExclusions PIC X(200).
       01  RuleRejectedCount PIC 99 COMP VALUE 0.
       01  BonusRuleTable.
           05  BonusRuleCount PIC 99 COMP VALUE 0.
           05  BonusRuleEntry OCCURS 20 TIMES.
               10  RuleName PIC X(20).
               10  RuleType PIC X(12).
                   88  RuleIsDashRun          VALUE "DASHRUN".
                   88  RuleIsDotRun           VALUE "DOTRUN".
                   88  RuleIsBalanced         VALUE "BALANCED".
                   88  RuleIsPalindrome       VALUE "PALINDROME".
                   88  RuleIsMorseLength      VALUE "MORSELENGTH".
               10  RuleParameter PIC 999 COMP.
               10  RuleExclusions PIC X(202).
               10  RuleMatchCount PIC 9(9) COMP.
       01  RuleIndex PIC 99 COMP.
      * Which rules a given pass evaluates: the full scan checks the
      * rules that apply at any word length inline, and leaves the
      * word-length rules to the indexed lookup; a delta checks them
      * all against each word it encodes.
       01  RuleScanPhase PIC A VALUE "A".
           88  RuleScanAllRules       VALUE "A".
           88  RuleScanInline         VALUE "I".
           88  RuleScanByLength       VALUE "L".
       01  RuleAppliesSwitch PIC A.
           88  RuleApplies            VALUE "Y".
       01  RuleMatchedSwitch PIC A.
           88  RuleMatched            VALUE "Y".
      * The run of dashes or dots a run rule looks for
       01  RuleRunText PIC X(495).
      * "+word+", probed for in a rule's exclusions
       01  ExclusionProbe PIC X(30).
       01  ExclusionHits PIC 99 COMP.
      * Word lengths some BALANCED or PALINDROME rule asks for, so the
      * indexed lookup visits each wanted length once
       01  RuleLengthTable.
           05  RuleLengthWanted OCCURS 28 TIMES PIC A.
      * Length-indexed lookup of EnableWords (request 011)
       01  EnableWordsByLengthStatus PIC XX.
       01  DesiredWordLength PIC 99.
       01  SummaryErrorCountFormatted PIC Z(8)9.
       01  SummaryLengthFormatted PIC Z9.
       01  SummaryLengthCountFormatted PIC Z(8)9.
       01  SummaryRuleParameterFormatted PIC ZZ9.
       01  WordLengthCounts.
           05  WordLengthCount OCCURS 30 TIMES PIC 9(9) COMP.

               DISPLAY 6 UPON ARGUMENT-NUMBER
               ACCEPT DictionaryId FROM ARGUMENT-VALUE
           END-IF
      *    Arg 7 optionally overrides the bonus rules file.
           IF ArgCount IS GREATER THAN 6 THEN
               DISPLAY 7 UPON ARGUMENT-NUMBER
               ACCEPT BonusRulesPath FROM ARGUMENT-VALUE
           END-IF

           PERFORM 905-RESOLVE-DICTIONARY
           IF NOT DictResolveOk THEN
               GOBACK
           END-IF

      *    The word list must still total what its control record
      *    says.  The index is not checked: this run rebuilds it.  A
      *    dictionary with no control record yet is scanned anyway,
      *    and the scan below establishes one.
           MOVE "N" TO DictControlIndexCheckSwitch
           PERFORM 932-READ-DICTIONARY-CONTROL
           IF DictControlFound THEN
               PERFORM 930-VERIFY-DICTIONARY-CONTROL
               IF NOT DictControlOk THEN
                   DISPLAY "DAILYPROGRAMMER380EASY: dictionary "
                       "control check failed; run refused."
                   PERFORM 911-RELEASE-RESOURCE-LOCK
                   MOVE "CTLM" TO RunLogResult
                   PERFORM 901-WRITE-RUN-LOG
                   GOBACK
               END-IF
           ELSE
               DISPLAY "DAILYPROGRAMMER380EASY: no control record for "
                   "dictionary '" FUNCTION TRIM(DictionaryId)
                   "' yet; this scan will write one."
           END-IF

      *    Load any Morse alphabet overrides before anything encodes
           PERFORM 206-LOAD-MORSE-ALPHABET-CONFIG
      *    and the bonus rules before the checkpoint restores their
      *    match counts
           PERFORM 209-LOAD-BONUS-RULES

      *    Load the bonus-scan restart checkpoint now (rather than
      *    inside 200-RUN-BONUSES) so CheckpointStartCount is known
      *    it reads, so it must run after the single-word/batch
      *    conversion above, not before.
           PERFORM 200-RUN-BONUSES
      *    Rebuild the pattern-keyed copy of the index that
      *    MORSESEGMENT searches, so the two stay in step.
           PERFORM 950-BUILD-PATTERN-INDEX

      *    The index has just been rebuilt (or brought up to date);
      *    record its totals.  The word list itself is unchanged, so
      *    the control record keeps the date and batch reference of
      *    the last dictionary change.
           MOVE "N" TO DictControlChangeSwitch
           MOVE "REBUILD" TO DictCtlBatchRef
           PERFORM 938-WRITE-DICTIONARY-CONTROL

           CLOSE SmorseErrorLog

           END-IF
           .

      * Load the bonus rules from BonusRules.  Blank lines and lines
      * starting "*" are ignored; a rule that cannot be understood is
      * reported and skipped rather than guessed at.  With no rules
      * file, or none usable in it, the compiled-in rules apply.
       209-LOAD-BONUS-RULES.
           MOVE 0 TO BonusRuleCount
           MOVE "N" TO BonusRulesEOFSwitch
           MOVE SPACES TO BonusRulesStatus
           OPEN INPUT BonusRules
           IF BonusRulesStatus EQUAL "00" THEN
               PERFORM UNTIL BonusRulesEOF
                   READ BonusRules
                       AT END SET BonusRulesEOF TO TRUE
                       NOT AT END
                           IF BonusRuleLine NOT EQUAL SPACES AND
                                   BonusRuleLine(1:1) NOT EQUAL "*"
                           THEN
                               PERFORM 212-ADD-BONUS-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BonusRules
           END-IF
           IF BonusRuleCount EQUAL 0 THEN
               PERFORM 213-LOAD-DEFAULT-BONUS-RULES
           END-IF
           MOVE SPACES TO RuleLengthTable
           PERFORM VARYING RuleIndex FROM 1 BY 1
                   UNTIL RuleIndex IS GREATER THAN BonusRuleCount
               IF (RuleIsBalanced(RuleIndex) OR
                       RuleIsPalindrome(RuleIndex)) AND
                       RuleParameter(RuleIndex) IS GREATER THAN 0
               THEN
                   MOVE "Y" TO
                       RuleLengthWanted(RuleParameter(RuleIndex))
               END-IF
           END-PERFORM
           .

      * Parse one "name,type,parameter,exclusions" line into the next
      * BonusRuleTable slot.
       212-ADD-BONUS-RULE.
           MOVE SPACES TO RuleFieldName RuleFieldType
               RuleFieldParameter RuleFieldExclusions
           UNSTRING BonusRuleLine DELIMITED BY ","
               INTO RuleFieldName, RuleFieldType, RuleFieldParameter,
                   RuleFieldExclusions
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RuleFieldType))
               TO RuleFieldType
           IF BonusRuleCount IS GREATER THAN OR EQUAL TO 20 THEN
               DISPLAY "Bonus rule '" FUNCTION TRIM(RuleFieldName)
                   "' ignored: no more than 20 rules are run."
               ADD 1 TO RuleRejectedCount
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(RuleFieldName) EQUAL SPACES OR
                   FUNCTION TEST-NUMVAL(RuleFieldParameter)
                       NOT EQUAL 0
           THEN
               DISPLAY "Bonus rule '" FUNCTION TRIM(BonusRuleLine)
                   "' ignored: name or parameter missing."
               ADD 1 TO RuleRejectedCount
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BonusRuleCount
           MOVE FUNCTION TRIM(RuleFieldName) TO RuleName(BonusRuleCount)
           MOVE RuleFieldType TO RuleType(BonusRuleCount)
           MOVE FUNCTION NUMVAL(RuleFieldParameter)
               TO RuleParameter(BonusRuleCount)
           MOVE 0 TO RuleMatchCount(BonusRuleCount)
           INITIALIZE RuleExclusions(BonusRuleCount)
           STRING "+" DELIMITED BY SIZE
               FUNCTION TRIM(RuleFieldExclusions) DELIMITED BY SIZE
               "+" DELIMITED BY SIZE
               INTO RuleExclusions(BonusRuleCount)
      *    Every type but BALANCED and PALINDROME needs a run or
      *    length of at least one symbol, and the word-length types
      *    cannot ask for a word longer than EnableWords holds.
           EVALUATE TRUE
               WHEN RuleIsDashRun(BonusRuleCount)
               WHEN RuleIsDotRun(BonusRuleCount)
               WHEN RuleIsMorseLength(BonusRuleCount)
                   IF RuleParameter(BonusRuleCount) EQUAL 0 OR
                           RuleParameter(BonusRuleCount)
                               IS GREATER THAN 495
                   THEN
                       MOVE SPACES TO RuleType(BonusRuleCount)
                   END-IF
               WHEN RuleIsBalanced(BonusRuleCount)
               WHEN RuleIsPalindrome(BonusRuleCount)
                   IF RuleParameter(BonusRuleCount) IS GREATER THAN 28
                   THEN
                       MOVE SPACES TO RuleType(BonusRuleCount)
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO RuleType(BonusRuleCount)
           END-EVALUATE
           IF RuleType(BonusRuleCount) EQUAL SPACES THEN
               DISPLAY "Bonus rule '" FUNCTION TRIM(RuleFieldName)
                   "' ignored: type '" FUNCTION TRIM(RuleFieldType)
                   "' unknown or parameter out of range."
               ADD 1 TO RuleRejectedCount
               SUBTRACT 1 FROM BonusRuleCount
           END-IF
           .

      * The compiled-in rules: the three original challenge bonuses,
      * so a run with no rules file finds exactly what it always did.
       213-LOAD-DEFAULT-BONUS-RULES.
           MOVE 3 TO BonusRuleCount
           MOVE "BONUS2" TO RuleName(1)
           MOVE "DASHRUN" TO RuleType(1)
           MOVE 15 TO RuleParameter(1)
           MOVE "++" TO RuleExclusions(1)
           MOVE 0 TO RuleMatchCount(1)
           MOVE "BONUS3" TO RuleName(2)
           MOVE "BALANCED" TO RuleType(2)
           MOVE 21 TO RuleParameter(2)
           MOVE "+counterdemonstrations+" TO RuleExclusions(2)
           MOVE 0 TO RuleMatchCount(2)
           MOVE "BONUS4" TO RuleName(3)
           MOVE "PALINDROME" TO RuleType(3)
           MOVE 13 TO RuleParameter(3)
           MOVE "++" TO RuleExclusions(3)
           MOVE 0 TO RuleMatchCount(3)
           .


       SMORSE SECTION.
      * Convert InputWord to smooshed Morse code, stored in MorseWord.


       BONUS SECTION.
      * Run all bonus rules, recording every match against the full
      * EnableWords population rather than stopping at the first hit
      * for each.  Rules that apply at any word length need every
      * word's Morse pattern, so they run inline during the full
      * scan; that same scan builds the length index, and the
      * word-length rules then run as a separate indexed lookup
      * instead of checking every word's length inline.  A DELTA run
      * takes the
      * incremental path instead: only words added or changed since
      * the index was written are encoded and bonus-checked, and the
      * full scan remains available for rebuilds.
           .

      * The original full scan: every EnableWords word is encoded,
      * the any-length rules checked inline, the length index
      * rebuilt, and the word-length rules run as an indexed lookup
      * afterwards.
       205-RUN-FULL-SCAN.
           OPEN INPUT EnableWords
           IF CheckpointStartCount IS GREATER THAN 0 THEN
           END-PERFORM
           .

      * Encode the current word and run every bonus rule against it.
      * The full scan defers the word-length rules to the indexed
      * length lookup, but a delta touches so few words that checking
      * every rule inline is the cheaper shape -- and each rule still
      * enforces its own length requirement.
       265-ENCODE-AND-BONUS-CHECK.
           PERFORM 200-SMORSE
           SET RuleScanAllRules TO TRUE
           PERFORM 220-EVALUATE-BONUS-RULES
           .

      * Delete every index record whose sequence lies past the end of
                   NOT AT END
                       MOVE CheckpointRecordCount
                           TO CheckpointStartCount
                       PERFORM VARYING RuleIndex FROM 1 BY 1
                               UNTIL RuleIndex IS GREATER THAN
                                   BonusRuleCount
                           MOVE CheckpointRuleMatchCount(RuleIndex)
                               TO RuleMatchCount(RuleIndex)
                       END-PERFORM
                       MOVE CheckpointErrorCount
                           TO CheckpointStartErrorCount
               END-READ
           .

      * Record the count of EnableWords records processed so far along
      * with each bonus rule's match count.
       203-SAVE-CHECKPOINT.
           OPEN OUTPUT BonusCheckpoint
           INITIALIZE BonusCheckpointRecord
           MOVE EnableWordsRecordCount TO CheckpointRecordCount
           PERFORM VARYING RuleIndex FROM 1 BY 1
                   UNTIL RuleIndex IS GREATER THAN BonusRuleCount
               MOVE RuleMatchCount(RuleIndex)
                   TO CheckpointRuleMatchCount(RuleIndex)
           END-PERFORM
           MOVE SmorseErrorCount TO CheckpointErrorCount
           WRITE BonusCheckpointRecord
           CLOSE BonusCheckpoint

      * Determine whether the EnableWords record just read was already
      * indexed by an earlier run that crashed after the last saved
      * checkpoint.  Only meaningful on a resumed run
      * (EnableWordsByLength is freshly OPEN OUTPUT and empty on a
      * fresh run, so the READ always misses); makes the whole scan
      * idempotent across restart instead of only the index WRITE
      * itself, so a bonus rule match in the replay window is not
      * recorded to BonusResults a second time.
       204-CHECK-ALREADY-INDEXED.
           MOVE "N" TO WordAlreadyIndexedSwitch
           IF CheckpointStartCount IS GREATER THAN 0 THEN
           END-IF
           .

      * Convert InputWord to Morse code, run the any-length bonus
      * rules on it, and add it to the length index for the
      * word-length rules' lookup pass.
       210-RUN-BONUSES-ON-INPUT.
           PERFORM 200-SMORSE
           SET RuleScanInline TO TRUE
           PERFORM 220-EVALUATE-BONUS-RULES
           PERFORM 225-INDEX-WORD-BY-LENGTH
           .

      * Run every bonus rule the current pass (RuleScanPhase) covers
      * against InputWord and its MorseWord.
       220-EVALUATE-BONUS-RULES.
           PERFORM 221-EVALUATE-ONE-RULE
               VARYING RuleIndex FROM 1 BY 1
               UNTIL RuleIndex IS GREATER THAN BonusRuleCount
           .

      * Decide whether the rule at RuleIndex belongs to this pass,
      * test the word against it, and record a match unless the word
      * is one of the rule's exclusions.
       221-EVALUATE-ONE-RULE.
           MOVE "N" TO RuleAppliesSwitch
           IF (RuleIsBalanced(RuleIndex) OR RuleIsPalindrome(RuleIndex))
                   AND RuleParameter(RuleIndex) IS GREATER THAN 0
           THEN
               IF RuleScanAllRules OR (RuleScanByLength AND
                       RuleParameter(RuleIndex) EQUAL DesiredWordLength)
               THEN
                   SET RuleApplies TO TRUE
               END-IF
           ELSE
               IF NOT RuleScanByLength THEN
                   SET RuleApplies TO TRUE
               END-IF
           END-IF
           IF NOT RuleApplies THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO RuleMatchedSwitch
           EVALUATE TRUE
               WHEN RuleIsDashRun(RuleIndex)
                   MOVE ALL "-" TO RuleRunText
                   MOVE 0 TO DashCount
                   INSPECT MorseWord TALLYING DashCount
                       FOR ALL RuleRunText(1:RuleParameter(RuleIndex))
                   IF DashCount IS GREATER THAN 0 THEN
                       SET RuleMatched TO TRUE
                   END-IF
               WHEN RuleIsDotRun(RuleIndex)
                   MOVE ALL "." TO RuleRunText
                   MOVE 0 TO DotCount
                   INSPECT MorseWord TALLYING DotCount
                       FOR ALL RuleRunText(1:RuleParameter(RuleIndex))
                   IF DotCount IS GREATER THAN 0 THEN
                       SET RuleMatched TO TRUE
                   END-IF
               WHEN RuleIsBalanced(RuleIndex)
                   IF RuleParameter(RuleIndex) EQUAL 0 OR
                           LENGTH OF FUNCTION TRIM(InputWord) EQUAL
                               RuleParameter(RuleIndex)
                   THEN
                       MOVE 0 TO DashCount DotCount
                       INSPECT MorseWord TALLYING DashCount FOR ALL "-"
                                                  DotCount  FOR ALL "."
                       IF DashCount EQUAL DotCount THEN
                           SET RuleMatched TO TRUE
                       END-IF
                   END-IF
               WHEN RuleIsPalindrome(RuleIndex)
                   IF (RuleParameter(RuleIndex) EQUAL 0 OR
                           LENGTH OF FUNCTION TRIM(InputWord) EQUAL
                               RuleParameter(RuleIndex)) AND
                       FUNCTION REVERSE(FUNCTION TRIM(MorseWord)) EQUAL
                           FUNCTION TRIM(MorseWord)
                   THEN
                       SET RuleMatched TO TRUE
                   END-IF
               WHEN RuleIsMorseLength(RuleIndex)
                   IF LENGTH OF FUNCTION TRIM(MorseWord) EQUAL
                           RuleParameter(RuleIndex)
                   THEN
                       SET RuleMatched TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT RuleMatched THEN
               EXIT PARAGRAPH
           END-IF

           INITIALIZE ExclusionProbe
           STRING "+" DELIMITED BY SIZE
               FUNCTION TRIM(InputWord) DELIMITED BY SIZE
               "+" DELIMITED BY SIZE
               INTO ExclusionProbe
           MOVE 0 TO ExclusionHits
           INSPECT RuleExclusions(RuleIndex) TALLYING ExclusionHits
               FOR ALL ExclusionProbe(1:LENGTH OF
                   FUNCTION TRIM(ExclusionProbe))
           IF ExclusionHits EQUAL 0 THEN
               DISPLAY FUNCTION TRIM(RuleName(RuleIndex))
                   " solution: " InputWord
               ADD 1 TO RuleMatchCount(RuleIndex)
               PERFORM 230-WRITE-BONUS-RESULT
           END-IF
           .
           END-WRITE
           .

      * Run the word-length bonus rules against EnableWordsByLength
      * instead of the full word list, since each only cares about
      * one specific word length.  Every wanted length is visited
      * once however many rules share it.
       240-RUN-LENGTH-LOOKUP-BONUSES.
           OPEN INPUT EnableWordsByLength
           SET RuleScanByLength TO TRUE
           PERFORM VARYING DesiredWordLength FROM 1 BY 1
                   UNTIL DesiredWordLength IS GREATER THAN 28
               IF RuleLengthWanted(DesiredWordLength) EQUAL "Y" THEN
                   PERFORM 241-LOOKUP-WORDS-BY-LENGTH
               END-IF
           END-PERFORM
           CLOSE EnableWordsByLength
           .

      * START at the first EnableWordsByLength record of
      * DesiredWordLength and READ NEXT until the length changes,
      * running the rules for that length on every candidate found.
       241-LOOKUP-WORDS-BY-LENGTH.
           MOVE "N" TO LengthLookupEOFSwitch
           MOVE DesiredWordLength TO WordLength
      *                    and double-count the same bad character.
                           MOVE LengthIndexedWord TO InputWord
                           MOVE LengthIndexedMorse TO MorseWord
                           PERFORM 220-EVALUATE-BONUS-RULES
                       END-IF
               END-READ
           END-PERFORM
           .

      * Tally the word-length distribution and write the totals,
      * conversion-error count, distribution, and each bonus rule's
      * match count to SummaryReport for the bonus run just
      * completed.
       245-WRITE-SUMMARY-REPORT.
           PERFORM 246-TALLY-WORD-LENGTH-DISTRIBUTION
           OPEN OUTPUT SummaryReport
                   WRITE SummaryReportLine
               END-IF
           END-PERFORM
           MOVE "Bonus rule matches:" TO SummaryReportLine
           WRITE SummaryReportLine
           PERFORM VARYING RuleIndex FROM 1 BY 1
                   UNTIL RuleIndex IS GREATER THAN BonusRuleCount
               MOVE RuleParameter(RuleIndex)
                   TO SummaryRuleParameterFormatted
               MOVE RuleMatchCount(RuleIndex)
                   TO SummaryLengthCountFormatted
               INITIALIZE SummaryReportLine
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(RuleName(RuleIndex)) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(RuleType(RuleIndex)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SummaryRuleParameterFormatted)
                       DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   FUNCTION TRIM(SummaryLengthCountFormatted)
                       DELIMITED BY SIZE
                   INTO SummaryReportLine
               WRITE SummaryReportLine
           END-PERFORM
           CLOSE SummaryReport
           .

           CLOSE EnableWordsByLength
           .

      * Append a "word, rule name" line to BonusResults for the match
      * just found.  RuleIndex must point at the rule matched.
       230-WRITE-BONUS-RESULT.
           INITIALIZE BonusResultLine
           STRING FUNCTION TRIM(InputWord) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(RuleName(RuleIndex)) DELIMITED BY SIZE
               INTO BonusResultLine
           WRITE BonusResultLine
           .
           COPY "RUNLOGWRITE.cpy".
           COPY "LOCKING.cpy".
           COPY "DICTREGLOOK.cpy".
           COPY "DICTCTLCHK.cpy".
           COPY "ENABLEWBPBLD.cpy".

       END PROGRAM DAILYPROGRAMMER380EASY.
