       01  BonusResultLine PIC X(80).

       FD PermutationReport.
       01  PermutationReportLine PIC X(200).

       FD ReconcileReport.
       01  ReconcileLine PIC X(80).
       01  SummaryValue PIC X(20).
       01  SmorseRecordsText PIC X(20) VALUE "not available".
       01  SmorseErrorsText PIC X(20) VALUE "not available".
      * Bonus match counts, one per bonus rule name found in the
      * results, in the order each rule first appears
       01  BonusWord PIC X(40).
       01  BonusRuleText PIC X(40).
       01  BonusRuleTable.
           05  BonusRuleCount PIC 99 COMP VALUE 0.
           05  BonusRuleEntry OCCURS 20 TIMES.
               10  BonusRuleName PIC X(20).
               10  BonusRuleMatchCount PIC 9(9) COMP.
       01  BonusRuleIndex PIC 99 COMP.
      * Permutation report figures; the undecodable patterns
      * themselves are carried to the page, since those are what the
      * morning manager has to chase
       01  PatternText PIC X(132).
       01  PatternVerdict PIC X(20).
       01  PatternTotalCount PIC 9(9) COMP VALUE 0.
       01  PatternNotFoundCount PIC 9(9) COMP VALUE 0.
       01  NotFoundPatternTable.
           05  NotFoundPatternCount PIC 99 COMP VALUE 0.
           05  NotFoundPattern OCCURS 20 TIMES PIC X(132).
       01  NotFoundIndex PIC 99 COMP.
      * TIMEOUT verdicts are carried separately from NOT FOUND: the
      * search proved nothing about those patterns, and the morning
       01  PatternTimeoutCount PIC 9(9) COMP VALUE 0.
       01  TimeoutPatternTable.
           05  TimeoutPatternCount PIC 99 COMP VALUE 0.
           05  TimeoutPattern OCCURS 20 TIMES PIC X(132).
      * Reconcile figures
       01  ReconcileLineCount PIC 9(9) COMP VALUE 0.
       01  ReconcileMismatchCount PIC 9(9) COMP VALUE 0.
           END-IF
           .

      * Count the bonus matches per bonus rule.
       120-COLLECT-BONUS-MATCHES.
           MOVE "N" TO InputEOFSwitch
           MOVE SPACES TO BonusResultsStatus
                   READ BonusResults
                       AT END SET InputEOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO BonusRuleText
                           UNSTRING BonusResultLine
                               DELIMITED BY ", "
                               INTO BonusWord, BonusRuleText
                           IF BonusRuleText NOT EQUAL SPACES THEN
                               PERFORM 125-TALLY-BONUS-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BonusResults
           END-IF
           .

      * Add one match to the named rule's count, starting a new entry
      * for a rule not seen yet.  Rules past the table's twenty are
      * folded into the last entry rather than lost from the page.
       125-TALLY-BONUS-RULE.
           PERFORM VARYING BonusRuleIndex FROM 1 BY 1
                   UNTIL BonusRuleIndex IS GREATER THAN BonusRuleCount
                   OR BonusRuleName(BonusRuleIndex) EQUAL BonusRuleText
               CONTINUE
           END-PERFORM
           IF BonusRuleIndex IS GREATER THAN BonusRuleCount THEN
               IF BonusRuleCount IS LESS THAN 20 THEN
                   ADD 1 TO BonusRuleCount
                   MOVE BonusRuleText TO BonusRuleName(BonusRuleCount)
                   MOVE 0 TO BonusRuleMatchCount(BonusRuleCount)
               ELSE
                   MOVE "(other rules)" TO BonusRuleName(20)
               END-IF
               MOVE BonusRuleCount TO BonusRuleIndex
           END-IF
           ADD 1 TO BonusRuleMatchCount(BonusRuleIndex)
           .

      * Count the permutation report's patterns and carry every
      * NOT FOUND pattern to the page.
       130-COLLECT-PERMUTATION-RESULTS.

           MOVE "BONUS MATCHES" TO OpsReportLine
           WRITE OpsReportLine
           IF BonusRuleCount EQUAL 0 THEN
               MOVE "  (no bonus matches)" TO OpsReportLine
               WRITE OpsReportLine
           END-IF
           PERFORM VARYING BonusRuleIndex FROM 1 BY 1
                   UNTIL BonusRuleIndex IS GREATER THAN BonusRuleCount
               MOVE BonusRuleMatchCount(BonusRuleIndex)
                   TO CountFormatted
               INITIALIZE OpsReportLine
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(BonusRuleName(BonusRuleIndex))
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
                   INTO OpsReportLine
               WRITE OpsReportLine
           END-PERFORM
           MOVE SPACES TO OpsReportLine
           WRITE OpsReportLine

