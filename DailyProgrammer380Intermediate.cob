
       DATA DIVISION.
       FILE SECTION.
      * smorse2 bonus patterns: 82 symbols for the 26 letters
      * smooshed together, 132 when the ten digits are smooshed in
      * with them
       FD BonusPatterns.
       01  BonusPattern PIC X(132).

      * One line per pattern run through 210-FIND-PERMUTATION: the
      * pattern, whether a permutation was found, the alphabet
      * recovered (if any), and the symbol set the verdict covers.
       FD PermutationReport.
       01  PermutationReportLine PIC X(200).

      * One named tree per record: a tree ID and its 63-character
      * binary-tree encoding (see util/morse_tree.py for encoding).
               VALUE "5h4s v3i f u  2e l r+  a p w j1 " &
                     "6b=d/x n c k(y t7z g q m8  o9 0".
      * Alphabet under construction
       01  CurrentAlphabet PIC X(36) VALUE SPACES.
      * Morse string from input (82 Morse characters for the letters,
      * 132 for letters and digits)
       01  MorseInput PIC X(132).
      * The symbol set a pattern is searched for: LETTERS, the 26
      * letters, or ALPHANUM, the 26 letters and the ten digits on
      * the tree's five-symbol branches.  Arg 7 sets it for the whole
      * run; absent, each pattern's master record says which set it
      * is, and a pattern the master does not know is LETTERS.  The
      * search itself is told the set, how many symbols make a full
      * alphabet, and how long the pattern is.
       01  RunSymbolSet PIC X(10) VALUE SPACES.
       01  SearchShape.
           05  SearchSymbolSet PIC X(10).
               88  LettersSearch         VALUE "LETTERS".
               88  AlphanumericSearch    VALUE "ALPHANUM".
           05  SearchSymbolCount PIC 99 COMP.
           05  SearchInputLength PIC 999 COMP.
      * Whether a valid permutation was found, or the effort budget
      * ran out before the search could decide
       01  AlphabetFoundSwitch PIC 9 VALUE 0.
           88  BonusPatternsEOF         VALUE "Y".
      * Enumeration mode (arg 4): instead of stopping at the first
      * alphabet the backtracking search lands on, keep searching and
      * count every valid alphabet for each pattern, up to
      * the operator-given cap, listing the first few found.  The
      * ambiguity count is what certifies a pattern for use: a
      * pattern with one decoding is trustworthy, one with ten
           05  EnumCap PIC 9(9) COMP.
           05  EnumListMax PIC 99 COMP.
           05  EnumListCount PIC 99 COMP.
           05  EnumAlphabet OCCURS 10 TIMES PIC X(36).
       01  EnumStopSwitch PIC 9 VALUE 0.
       01  EnumIndex PIC 99 COMP.
       01  EnumCountFormatted PIC Z(8)9.
       01  MasterStatusWord PIC X(10).
       01  MasterAlphaCount PIC 9(9) COMP.
       01  MasterRunDate PIC X(8).
      * The tree every verdict is reached against, recorded on the
      * master with it: the tree ID actually loaded (STANDARD unless
      * the selected ID was found in MorseTrees) and its value as
      * decoded this run, so a later change to that tree can send
      * the verdict back for re-certification.
       01  VerdictTreeId PIC X(10) VALUE "STANDARD".
       01  VerdictTreeValue PIC X(63).


       PROCEDURE DIVISION.
                       "' is not a number; no budget applied."
               END-IF
           END-IF
      *    Arg 7 names the symbol set for every pattern in the run,
      *    LETTERS or ALPHANUM; absent (or blank), each pattern's
      *    master record decides.
           IF ArgCount IS GREATER THAN 6 THEN
               DISPLAY 7 UPON ARGUMENT-NUMBER
               ACCEPT EnumArgValue FROM ARGUMENT-VALUE
               EVALUATE FUNCTION TRIM(EnumArgValue)
                   WHEN "LETTERS"
                   WHEN "ALPHANUM"
                       MOVE EnumArgValue TO RunSymbolSet
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Symbol set '"
                           FUNCTION TRIM(EnumArgValue)
                           "' is not LETTERS or ALPHANUM; each "
                           "pattern's own set is used."
               END-EVALUATE
           END-IF

      *    Open the permanent output report for the whole run
           OPEN OUTPUT PermutationReport
           GOBACK.

      * Find the first valid permutation for the specified input, and
      * write the result (pattern, FOUND/NOT FOUND, alphabet, symbol
      * set) to the permanent PermutationReport.
       210-FIND-PERMUTATION.
           PERFORM 230-SET-SEARCH-SHAPE
           INITIALIZE CurrentAlphabet
           MOVE 0 TO AlphabetFoundSwitch
           MOVE 0 TO EffortUsed
           MOVE EffortLimitWanted TO EffortLimit
           CALL "FIND-PERMUTATION" USING BY REFERENCE MorseTree,
               CurrentAlphabet, MorseInput, EffortState, SearchShape,
               BY VALUE 1, 1
               RETURNING AlphabetFoundSwitch
           INITIALIZE PermutationReportLine
                   DISPLAY CurrentAlphabet
                   STRING FUNCTION TRIM(MorseInput) DELIMITED BY SIZE
                       ", FOUND, " DELIMITED BY SIZE
                       CurrentAlphabet(1:SearchSymbolCount)
                           DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(SearchSymbolSet) DELIMITED BY SIZE
                       INTO PermutationReportLine
      *            The first-hit search proves one alphabet exists
      *            but says nothing about uniqueness; one is what
                   DISPLAY "Effort budget exhausted for input."
                   ADD 1 TO PatternTimeoutCount
                   STRING FUNCTION TRIM(MorseInput) DELIMITED BY SIZE
                       ", TIMEOUT, budget spent undecided, "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(SearchSymbolSet) DELIMITED BY SIZE
                       INTO PermutationReportLine
                   MOVE "TIMEOUT" TO MasterStatusWord
                   MOVE 0 TO MasterAlphaCount
                   ADD 1 TO PatternNotFoundCount
                   STRING FUNCTION TRIM(MorseInput) DELIMITED BY SIZE
                       ", NOT FOUND, " DELIMITED BY SIZE
                       FUNCTION TRIM(SearchSymbolSet) DELIMITED BY SIZE
                       INTO PermutationReportLine
                   MOVE "FAILED" TO MasterStatusWord
                   MOVE 0 TO MasterAlphaCount
      * Look up SelectedTreeId in MorseTrees and, if found, replace
      * MorseTree with the named tree's value.  If the tree file or
      * the requested ID is not found, the STANDARD tree already in
      * MorseTree is left in place, and VerdictTreeId stays STANDARD.
       205-LOAD-MORSE-TREE.
           OPEN INPUT MorseTrees
           IF MorseTreesStatus EQUAL "00" THEN
               MOVE SelectedTreeId TO MorseTreeId
               READ MorseTrees KEY IS MorseTreeId
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE MorseTreeValue TO MorseTree
                       MOVE SelectedTreeId TO VerdictTreeId
               END-READ
               CLOSE MorseTrees
           END-IF
       200-RUN-BONUSES.
           SET MasterUpdateWanted TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO MasterRunDate
           MOVE MorseTree TO VerdictTreeValue
           OPEN INPUT BonusPatterns
           PERFORM UNTIL BonusPatternsEOF
               READ BonusPatterns INTO MorseInput
      * Record the verdict just handed down against the pattern's
      * master record: a pattern never seen before is registered on
      * the spot, an existing one keeps its added date and takes the
      * new status, run date, and alphabet count, and either way the
      * tree ID and tree value it was decided against and the symbol
      * set the verdict covers.  The caller sets
      * MasterStatusWord and MasterAlphaCount first.  The shared
      * master is another program's whole inventory, so the
      * PATTERNMASTER lock is held only around this one touch --
               MOVE "ERR" TO RunLogResult
               EXIT PARAGRAPH
           END-IF
      *    Only a master that does not exist yet is created; one
      *    that will not open for any other reason (a master still in
      *    the old record layout opens as "39") is left exactly as it
      *    is rather than emptied, and the verdict goes unrecorded.
           MOVE SPACES TO PatternMasterStatus
           OPEN I-O PatternMaster
           IF PatternMasterStatus EQUAL "35" THEN
               OPEN OUTPUT PatternMaster
               CLOSE PatternMaster
               OPEN I-O PatternMaster
           END-IF
           IF PatternMasterStatus NOT EQUAL "00" THEN
               DISPLAY "DAILYPROGRAMMER380INTERMEDIATE: pattern "
                   "master will not open (status "
                   PatternMasterStatus "); verdict not recorded."
               MOVE "ERR" TO RunLogResult
           END-IF
           IF PatternMasterStatus EQUAL "00" THEN
               MOVE MorseInput TO PatternKey
               READ PatternMaster
                       MOVE MasterRunDate TO PatternAddedDate
                       MOVE MasterRunDate TO PatternLastRunDate
                       MOVE MasterAlphaCount TO PatternAlphaCount
                       MOVE VerdictTreeId TO PatternTreeId
                       MOVE VerdictTreeValue TO PatternTreeValue
                       MOVE SearchSymbolSet TO PatternSymbolSet
                       WRITE PatternMasterRecord
                           INVALID KEY CONTINUE
                       END-WRITE
                       MOVE MasterStatusWord TO PatternStatus
                       MOVE MasterRunDate TO PatternLastRunDate
                       MOVE MasterAlphaCount TO PatternAlphaCount
                       MOVE VerdictTreeId TO PatternTreeId
                       MOVE VerdictTreeValue TO PatternTreeValue
                       MOVE SearchSymbolSet TO PatternSymbolSet
                       REWRITE PatternMasterRecord
                           INVALID KEY CONTINUE
                       END-REWRITE
           INITIALIZE EnumState
           MOVE EnumerationCap TO EnumCap
           MOVE EnumerationListWanted TO EnumListMax
           PERFORM 230-SET-SEARCH-SHAPE
           INITIALIZE CurrentAlphabet
           MOVE 0 TO EnumStopSwitch
           MOVE 0 TO EffortUsed
           MOVE EffortLimitWanted TO EffortLimit
           CALL "COUNT-PERMUTATION" USING BY REFERENCE MorseTree,
               CurrentAlphabet, MorseInput, EnumState, EffortState,
               SearchShape,
               BY VALUE 1, 1
               RETURNING EnumStopSwitch
           MOVE EnumFoundCount TO EnumCountFormatted
                   ", TIMEOUT, " DELIMITED BY SIZE
                   FUNCTION TRIM(EnumCountFormatted)
                       DELIMITED BY SIZE
                   " alphabets before budget, " DELIMITED BY SIZE
                   FUNCTION TRIM(SearchSymbolSet) DELIMITED BY SIZE
                   INTO PermutationReportLine
           ELSE
           IF EnumFoundCount EQUAL 0 THEN
               ADD 1 TO PatternNotFoundCount
               STRING FUNCTION TRIM(MorseInput) DELIMITED BY SIZE
                   ", NOT FOUND, 0 alphabets, " DELIMITED BY SIZE
                   FUNCTION TRIM(SearchSymbolSet) DELIMITED BY SIZE
                   INTO PermutationReportLine
           ELSE
               IF EnumFoundCount IS GREATER THAN OR EQUAL TO EnumCap
                       ", FOUND, " DELIMITED BY SIZE
                       FUNCTION TRIM(EnumCountFormatted)
                           DELIMITED BY SIZE
                       " alphabets (cap reached), " DELIMITED BY SIZE
                       FUNCTION TRIM(SearchSymbolSet) DELIMITED BY SIZE
                       INTO PermutationReportLine
               ELSE
                   STRING FUNCTION TRIM(MorseInput) DELIMITED BY SIZE
                       ", FOUND, " DELIMITED BY SIZE
                       FUNCTION TRIM(EnumCountFormatted)
                           DELIMITED BY SIZE
                       " alphabets, " DELIMITED BY SIZE
                       FUNCTION TRIM(SearchSymbolSet) DELIMITED BY SIZE
                       INTO PermutationReportLine
               END-IF
           END-IF
                   UNTIL EnumIndex IS GREATER THAN EnumListCount
               INITIALIZE PermutationReportLine
               STRING "  " DELIMITED BY SIZE
                   EnumAlphabet(EnumIndex)(1:SearchSymbolCount)
                       DELIMITED BY SIZE
                   INTO PermutationReportLine
               WRITE PermutationReportLine
           END-PERFORM
           .

      * Settle the symbol set for the pattern about to be searched
      * -- the run's, else the pattern's master record's, else
      * LETTERS -- and from it the alphabet size and the pattern
      * length the search must consume exactly.
       230-SET-SEARCH-SHAPE.
           MOVE RunSymbolSet TO SearchSymbolSet
           IF SearchSymbolSet EQUAL SPACES AND MasterUpdateWanted THEN
               PERFORM 235-LOOKUP-PATTERN-SYMBOL-SET
           END-IF
           IF NOT AlphanumericSearch THEN
               SET LettersSearch TO TRUE
           END-IF
           IF AlphanumericSearch THEN
               MOVE 36 TO SearchSymbolCount
           ELSE
               MOVE 26 TO SearchSymbolCount
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MorseInput TRAILING))
               TO SearchInputLength
           .

      * Read the pattern's symbol set from its master record.  The
      * PATTERNMASTER lock is held only for the read, the same as
      * for the verdict update; a master held too long or a pattern
      * not on it leaves the set blank, which means LETTERS.
       235-LOOKUP-PATTERN-SYMBOL-SET.
           MOVE "PATTERNMASTER" TO LockResourceName
           PERFORM 910-ACQUIRE-RESOURCE-LOCK
           IF NOT LockAcquired THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PatternMasterStatus
           OPEN INPUT PatternMaster
           IF PatternMasterStatus EQUAL "00" THEN
               MOVE MorseInput TO PatternKey
               READ PatternMaster
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PatternSymbolSet TO SearchSymbolSet
               END-READ
               CLOSE PatternMaster
           END-IF
           PERFORM 911-RELEASE-RESOURCE-LOCK
           .


       AUDIT SECTION.
           COPY "RUNLOGWRITE.cpy".
       01  NextAlphabetIndex PIC 99 COMP.

       LINKAGE SECTION.
      * Indices into alphabet being constructed and input string; the
      * input index runs past 99 for a letters-and-digits pattern and
      * is handed BY VALUE down the recursion, so it is BINARY-LONG
       01  AlphabetIndex PIC 99 COMP.
       01  InputIndex USAGE BINARY-LONG.
      * References passed from main program
       01  MorseTree PIC X(63).
       01  CurrentAlphabet PIC X(36).
       01  MorseInput PIC X(132).
      * Shared effort budget: the work spent so far and the caller's
      * ceiling (zero means unlimited)
       01  EffortState.
           05  EffortUsed PIC 9(9) COMP.
           05  EffortLimit PIC 9(9) COMP.
      * What a full alphabet is: the symbol set (LETTERS, or ALPHANUM
      * for letters and digits), how many symbols it holds, and how
      * many input symbols it must consume exactly
       01  SearchShape.
           05  SearchSymbolSet PIC X(10).
               88  AlphanumericSearch    VALUE "ALPHANUM".
           05  SearchSymbolCount PIC 99 COMP.
           05  SearchInputLength PIC 999 COMP.


       PROCEDURE DIVISION USING BY REFERENCE MorseTree, CurrentAlphabet,
           MorseInput, EffortState, SearchShape
           BY VALUE AlphabetIndex, InputIndex.

       MAIN SECTION.
       000-MAIN.
           END-IF

      *    If we have reached the end of either string, validate
           IF AlphabetIndex IS GREATER THAN SearchSymbolCount OR
                   InputIndex IS GREATER THAN SearchInputLength
           THEN
               IF AlphabetIndex IS GREATER THAN SearchSymbolCount AND
                       InputIndex IS GREATER THAN SearchInputLength
               THEN
                   MOVE 1 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
       DECODE SECTION.
      * Attempt to decode the Morse character beginning at index
      * InputIndex that is CurrentLength characters long.  A probe
      * past the pattern's last symbol has nothing left to read --
      * the character under trial cannot complete -- so it is
      * skipped rather than walking off the end of MorseInput.  A
      * tree character outside the symbol set (a digit in a LETTERS
      * search, a prosign in either) is never placed.
       200-TRY-DECODE.
           IF InputIndex IS GREATER THAN SearchInputLength THEN
               EXIT PARAGRAPH
           END-IF
      *    Traverse the tree until the character is fully decoded
      *    Place the decoded character in the alphabet if valid
           MOVE MorseTree(TreeIndex:1) TO CurrentCharacter
           ADD 1 TO InputIndex
           IF CurrentCharacter NOT EQUAL SPACE AND
                   (CurrentCharacter IS ALPHABETIC-LOWER OR
                   (AlphanumericSearch AND CurrentCharacter IS NUMERIC))
           THEN
      *        Invalidate the current character in the tree
               MOVE SPACE TO MorseTree(TreeIndex:1)
               MOVE CurrentCharacter TO CurrentAlphabet(AlphabetIndex:1)
      *        Recursive call!
               CALL "FIND-PERMUTATION" USING BY REFERENCE MorseTree,
                   CurrentAlphabet, MorseInput, EffortState,
                   SearchShape,
                   BY VALUE NextAlphabetIndex, InputIndex
                   RETURNING AlphabetFoundSwitch
      *        Restore state from before recursive call
       01  NextAlphabetIndex PIC 99 COMP.

       LINKAGE SECTION.
      * Indices into alphabet being constructed and input string; the
      * input index runs past 99 for a letters-and-digits pattern and
      * is handed BY VALUE down the recursion, so it is BINARY-LONG
       01  AlphabetIndex PIC 99 COMP.
       01  InputIndex USAGE BINARY-LONG.
      * References passed from main program
       01  MorseTree PIC X(63).
       01  CurrentAlphabet PIC X(36).
       01  MorseInput PIC X(132).
      * Shared enumeration state: the running count, the cap, and
      * the first alphabets found
       01  EnumState.
           05  EnumCap PIC 9(9) COMP.
           05  EnumListMax PIC 99 COMP.
           05  EnumListCount PIC 99 COMP.
           05  EnumAlphabet OCCURS 10 TIMES PIC X(36).
      * Shared effort budget: the work spent so far and the caller's
      * ceiling (zero means unlimited)
       01  EffortState.
           05  EffortUsed PIC 9(9) COMP.
           05  EffortLimit PIC 9(9) COMP.
      * What a full alphabet is: the symbol set (LETTERS, or ALPHANUM
      * for letters and digits), how many symbols it holds, and how
      * many input symbols it must consume exactly
       01  SearchShape.
           05  SearchSymbolSet PIC X(10).
               88  AlphanumericSearch    VALUE "ALPHANUM".
           05  SearchSymbolCount PIC 99 COMP.
           05  SearchInputLength PIC 999 COMP.


       PROCEDURE DIVISION USING BY REFERENCE MorseTree, CurrentAlphabet,
           MorseInput, EnumState, EffortState, SearchShape
           BY VALUE AlphabetIndex, InputIndex.

       MAIN SECTION.

      *    If we have reached the end of either string, validate; a
      *    full alphabet is tallied rather than ending the search
           IF AlphabetIndex IS GREATER THAN SearchSymbolCount OR
                   InputIndex IS GREATER THAN SearchInputLength
           THEN
               IF AlphabetIndex IS GREATER THAN SearchSymbolCount AND
                       InputIndex IS GREATER THAN SearchInputLength
               THEN
                   ADD 1 TO EnumFoundCount
                   IF EnumListCount IS LESS THAN EnumListMax THEN
                       ADD 1 TO EnumListCount
       DECODE SECTION.
      * Attempt to decode the Morse character beginning at index
      * InputIndex, continuing the search through every branch until
      * the cap stops it.  A probe past the pattern's last symbol
      * has nothing left to read, so it is skipped rather than
      * walking off the end of MorseInput; a tree character outside
      * the symbol set is never placed.
       200-TRY-DECODE.
           IF InputIndex IS GREATER THAN SearchInputLength THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 210-NAVIGATE-TREE
           MOVE MorseTree(TreeIndex:1) TO CurrentCharacter
           ADD 1 TO InputIndex
           IF CurrentCharacter NOT EQUAL SPACE AND
                   (CurrentCharacter IS ALPHABETIC-LOWER OR
                   (AlphanumericSearch AND CurrentCharacter IS NUMERIC))
           THEN
      *        Invalidate the current character in the tree
               MOVE SPACE TO MorseTree(TreeIndex:1)
               MOVE CurrentCharacter TO CurrentAlphabet(AlphabetIndex:1)
      *        Recursive call!
               CALL "COUNT-PERMUTATION" USING BY REFERENCE MorseTree,
                   CurrentAlphabet, MorseInput, EnumState,
                   EffortState, SearchShape,
                   BY VALUE NextAlphabetIndex, InputIndex
                   RETURNING StopSwitch
      *        Restore state from before recursive call
