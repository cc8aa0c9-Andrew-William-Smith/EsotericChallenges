      *        FREQUENCY,PHASE
      *        TREE-ID is only meaningful for PERMUTATION and
      *        RECONCILE steps, whose arg1 is a request-005 tree
      *        selector rather than a "BATCH" mode flag, for
      *        COVERAGE, where it names the dictionary to examine, and
      *        for DP375, where it names the digit transform to apply;
      *        it is ignored for every other program key and may be
      *        left blank.  CONDITION may be blank (the step always
      *        runs) or SKIPONERR (the step is skipped once an earlier
      *        step has failed, so a step whose inputs were never
      *        produced is not run against stale or missing files).
      *        FREQUENCY is the step's run calendar: blank or DAILY runs
      *        every night, a day name (MON through SUN) runs weekly on
      *        that night, a day number (1-31) runs monthly on that
      *        date, and Q followed by a day number (Q01) runs
      *        quarterly on that date of January, April, July, and
      *        October, so one parameter file describes the whole year
      *        and no operator swaps files in by hand.  PHASE groups
      *        consecutive steps that share no files: steps carrying the
      *        same phase number launch concurrently and the whole phase
      *        is waited for before the next step starts, while a blank
      *        phase runs the step alone as ever.  Results are still
      *        checked per step, and SKIPONERR still sees every failure
      *        from earlier phases.
               SELECT JobParameters ASSIGN TO JobParametersPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *        One step's exit code, written by the shell as each
      * night's restart.
       01  StepPageExitOkSwitch PIC A VALUE "N".
           88  StepPageExitOk          VALUE "Y".
      * Whether the step's TREE-ID slot carries a dictionary ID,
      * passed after the plain input and output arguments (COVERAGE);
      * a blank slot leaves the program on its default dictionary.
       01  StepDictIdArgSwitch PIC A VALUE "N".
           88  StepDictIdArg           VALUE "Y".
      * Whether the step's TREE-ID slot carries a digit-transform
      * name, passed after a BATCH run's paths and its iteration
      * count (DP375); a blank slot leaves the default transform.
       01  StepTransformArgSwitch PIC A VALUE "N".
           88  StepTransformArg        VALUE "Y".
      * Command line passed to the operating system for each step
       01  StepCommandLine PIC X(250).
      * VERIFY mode: resolve and check every step without executing
      * word or an output path for some program keys).
       01  StepInputIsFileSwitch PIC A VALUE "N".
           88  StepInputIsFile         VALUE "Y".
      * Whether that input is instead rebuilt by an earlier step of
      * the same run, so at shift start it may be missing, empty, or
      * any size, and VERIFY has nothing to check it against.
       01  StepInputRebuiltSwitch PIC A VALUE "N".
           88  StepInputRebuilt        VALUE "Y".
       01  VerifyInputPath PIC X(80).
       01  VerifyInputStatus PIC XX.
       01  VerifyCountsStatus PIC XX.
                               CurrentDayName DELIMITED BY SIZE
                               INTO StepScheduleReason
                       END-IF
                   WHEN "Q0" THRU "Q9Z"
                       PERFORM 113-CHECK-QUARTER-SCHEDULE
                   WHEN OTHER
                       IF FUNCTION TEST-NUMVAL(StepFrequency) EQUAL 0
                       THEN
           END-IF
           .

      * A quarterly tag, Q and a day number: the step runs on that day
      * of the first month of each quarter.  A day outside 1-31 is
      * flagged the same way a bad monthly day is.
       113-CHECK-QUARTER-SCHEDULE.
           IF FUNCTION TEST-NUMVAL(StepFrequency(2:9)) NOT EQUAL 0
           THEN
               MOVE 0 TO StepFrequencyValue
           ELSE
               MOVE FUNCTION NUMVAL(StepFrequency(2:9))
                   TO StepFrequencyValue
           END-IF
           IF StepFrequencyValue IS LESS THAN 1 OR
                   StepFrequencyValue IS GREATER THAN 31
           THEN
               MOVE "N" TO StepScheduledSwitch
               SET StepScheduleError TO TRUE
               STRING "quarterly day " DELIMITED BY SIZE
                   FUNCTION TRIM(StepFrequency) DELIMITED BY SIZE
                   " is outside Q1-Q31" DELIMITED BY SIZE
                   INTO StepScheduleReason
           ELSE
               MOVE StepFrequencyValue TO StepFrequencyDay
               IF StepFrequencyDay NOT EQUAL CurrentDayOfMonth OR
                       (CurrentDateYmd(5:2) NOT EQUAL "01" AND
                        CurrentDateYmd(5:2) NOT EQUAL "04" AND
                        CurrentDateYmd(5:2) NOT EQUAL "07" AND
                        CurrentDateYmd(5:2) NOT EQUAL "10")
               THEN
                   MOVE "N" TO StepScheduledSwitch
                   STRING "runs on day " DELIMITED BY SIZE
                       StepFrequencyDay DELIMITED BY SIZE
                       " of each quarter" DELIMITED BY SIZE
                       INTO StepScheduleReason
               END-IF
           END-IF
           .

      * Run one step that the restart point does not cover, unless
      * its condition code says an earlier failure poisons it.
       115-RUN-ELIGIBLE-STEP.
           MOVE "N" TO StepOutputOnlySwitch
           MOVE "N" TO StepPlainArgsSwitch
           MOVE "N" TO StepPageExitOkSwitch
           MOVE "N" TO StepDictIdArgSwitch
           MOVE "N" TO StepTransformArgSwitch
           PERFORM 120-RESOLVE-EXECUTABLE
           IF StepExeFound THEN
               PERFORM 118-BUILD-COMMAND-LINE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(StepOutputPath) DELIMITED BY SIZE
                       INTO StepCommandLine
                   IF StepDictIdArg AND
                           FUNCTION TRIM(StepTreeId) NOT EQUAL SPACES
                   THEN
                       INITIALIZE StepCommandLine
                       STRING FUNCTION TRIM(StepExeName)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(StepInputPath)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(StepOutputPath)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(StepTreeId) DELIMITED BY SIZE
                           INTO StepCommandLine
                   END-IF
               WHEN StepOutputOnly
                   IF FUNCTION TRIM(StepOutputPath) EQUAL SPACES THEN
                       MOVE FUNCTION TRIM(StepExeName)
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(StepOutputPath) DELIMITED BY SIZE
                       INTO StepCommandLine
                   IF StepTransformArg AND
                           FUNCTION TRIM(StepTreeId) NOT EQUAL SPACES
                   THEN
                       INITIALIZE StepCommandLine
                       STRING FUNCTION TRIM(StepExeName)
                               DELIMITED BY SIZE
                           " BATCH " DELIMITED BY SIZE
                           FUNCTION TRIM(StepInputPath)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(StepOutputPath)
                               DELIMITED BY SIZE
                           " 1 " DELIMITED BY SIZE
                           FUNCTION TRIM(StepTreeId) DELIMITED BY SIZE
                           INTO StepCommandLine
                   END-IF
           END-EVALUATE
           .

       120-RESOLVE-EXECUTABLE.
           MOVE "N" TO StepExeFoundSwitch
           MOVE "N" TO StepInputIsFileSwitch
           MOVE "N" TO StepInputRebuiltSwitch
           EVALUATE FUNCTION TRIM(StepProgramKey)
               WHEN "DP375"
                   MOVE "./DailyProgrammer375" TO StepExeName
                   SET StepExeFound TO TRUE
                   SET StepInputIsFile TO TRUE
                   SET StepTransformArg TO TRUE
               WHEN "SMORSE"
                   MOVE "./DailyProgrammer380Easy" TO StepExeName
                   SET StepExeFound TO TRUE
                   MOVE "./RunLogReport" TO StepExeName
                   SET StepExeFound TO TRUE
                   SET StepPlainArgs TO TRUE
      *        Message segmentation reads the open-message list the
      *        CASEEXTRACT step rebuilds earlier in the same run --
      *        written empty on a night with nothing open -- so its
      *        input is not there to count at shift start.
               WHEN "MORSESEGMENT"
                   MOVE "./MorseSegment" TO StepExeName
                   SET StepExeFound TO TRUE
                   SET StepPlainArgs TO TRUE
                   SET StepInputRebuilt TO TRUE
      *        The nightly extract that rebuilds the BonusPatterns
      *        input from the pattern master: the status selection
      *        rides in the input-path slot ("NEW+TIMEOUT") and the
                   MOVE "./PatternMaint EXTRACT" TO StepExeName
                   SET StepExeFound TO TRUE
                   SET StepPlainArgs TO TRUE
      *        The pattern impact step, ahead of the extract: every
      *        verdict reached against a tree changed since the last
      *        run goes back to RECHECK, reported to the output-path
      *        slot, so the extract can select it.
               WHEN "PATTERNRECHECK"
                   MOVE "./PatternMaint RECHECK" TO StepExeName
                   SET StepExeFound TO TRUE
                   SET StepOutputOnly TO TRUE
      *        The records team's monthly DP375 collision report,
      *        from the cross-reference master the DP375 step posts
      *        to; it takes only an optional output path.
               WHEN "DP375COLLISIONS"
                   MOVE "./DailyProgrammer375 COLLISIONS"
                       TO StepExeName
                   SET StepExeFound TO TRUE
                   SET StepOutputOnly TO TRUE
      *        The rule-driven exception alerting, last in the night:
      *        the rules path rides in the input-path slot and the
      *        alerts output in the output-path slot.
                   MOVE "./IfExtract" TO StepExeName
                   SET StepExeFound TO TRUE
                   SET StepOutputOnly TO TRUE
      *        The sequence coverage report: the sequence length rides
      *        in the input-path slot, the report path in the
      *        output-path slot, and the dictionary ID in the TREE-ID
      *        slot.
               WHEN "COVERAGE"
                   MOVE "./MorseCoverage" TO StepExeName
                   SET StepExeFound TO TRUE
                   SET StepPlainArgs TO TRUE
                   SET StepDictIdArg TO TRUE
      *        Airtime and keying schedule for the SMORSE batch just
      *        encoded: SMORSE's report rides in the input-path slot
      *        and the timing report in the output-path slot, at the
      *        program's default speed.
               WHEN "TIMING"
                   MOVE "./MorseTiming" TO StepExeName
                   SET StepExeFound TO TRUE
                   SET StepPlainArgs TO TRUE
      *        The night's segmentation input rebuilt from every
      *        open message on the case file; like OPSREPORT it takes
      *        only an optional output path.
               WHEN "CASEEXTRACT"
                   MOVE "./MessageCase EXTRACT" TO StepExeName
                   SET StepExeFound TO TRUE
                   SET StepOutputOnly TO TRUE
      *        The supervisors' aged open-items report, run once the
      *        segmentation has posted the night's verdicts.
               WHEN "CASEAGED"
                   MOVE "./MessageCase AGED" TO StepExeName
                   SET StepExeFound TO TRUE
                   SET StepOutputOnly TO TRUE
      *        The quarterly access review: every operator's roles
      *        and every refusal of the quarter just ended; like
      *        OPSREPORT it takes only an optional output path.
               WHEN "ACCESSREPORT"
                   MOVE "./AccessReport" TO StepExeName
                   SET StepExeFound TO TRUE
                   SET StepOutputOnly TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * Check one step: its schedule, its program key, its command
      * line, and its input file, unless an earlier step of the run
      * rebuilds that file.
       510-VERIFY-STEP.
           ADD 1 TO StepCount
           MOVE SPACES TO StepTreeId
           MOVE "N" TO StepOutputOnlySwitch
           MOVE "N" TO StepPlainArgsSwitch
           MOVE "N" TO StepPageExitOkSwitch
           MOVE "N" TO StepDictIdArgSwitch
           MOVE "N" TO StepTransformArgSwitch
           PERFORM 120-RESOLVE-EXECUTABLE
           IF NOT StepExeFound THEN
               ADD 1 TO VerifyProblemCount
               THEN
                   PERFORM 520-CHECK-INPUT-FILE
               END-IF
               IF StepInputRebuilt THEN
                   DISPLAY "JOBCONTROL: VERIFY step " StepCount
                       ": input " FUNCTION TRIM(StepInputPath)
                       " is rebuilt earlier in the run; not checked."
               END-IF
           END-IF
           .

