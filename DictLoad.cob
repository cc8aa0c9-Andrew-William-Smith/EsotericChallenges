*>GCOB >>SOURCE FORMAT IS FIXED
      ******************************************************************
      * Onboarding load for a new named dictionary.                   *
      *                                                               *
      * Named dictionaries are selected per run through               *
      * data/dict-registry.par, but bringing one in meant cleaning an *
      * external word list by hand, sorting it, removing duplicates,  *
      * copying it into place, editing the registry line, and running *
      * a full bonus scan just to get its length index.  This program *
      * takes the raw word list and the new dictionary's ID and does  *
      * all of it in one run under the ENABLEWORDS lock:              *
      *                                                               *
      *   - every line is vetted against the ENABLEWFD.cpy constraints*
      *     (28 characters at most, letters throughout) and the active*
      *     Morse alphabet (the MORSETBL.cpy letters with any         *
      *     morse-alphabet.cfg override applied), and folded to lower *
      *     case the way enable1.txt is kept;                         *
      *   - the accepted words are sorted and de-duplicated, and      *
      *     written to data/<id>.txt;                                 *
      *   - the length index data/<id>-bylen.dat is built in the same *
      *     pass, each word encoded through the same SMORSE-ENCODE    *
      *     DICTMAINT's rebuild uses, so its cached patterns are the  *
      *     ones the bonus scan would produce, and the pattern-keyed  *
      *     data/<id>-bypat.dat MORSESEGMENT searches is built from   *
      *     it;                                                       *
      *   - the dictionary's control record is written, the word list *
      *     is kept as its BASELINE version in data/dict-versions.dat,*
      *     and only then is the "ID,word-list,index" line appended to*
      *     the registry -- so a run that fails part-way leaves no    *
      *     half-built dictionary selectable, and a rerun simply      *
      *     replaces its files.                                       *
      *                                                               *
      * The load report lists every line rejected, with the reason,   *
      * then every word accepted and every duplicate dropped, then    *
      * the totals.  The new dictionary is usable by MORSELOOKUP,     *
      * MORSESEGMENT, MORSECOLLISIONS, MORSECOVERAGE, and DICTMAINT   *
      * the same night with no other file touched by hand.            *
      *                                                               *
      * The operator must hold the REGISTER role on ENABLEWORDS in    *
      * data/operators.par.  An ID already in the registry (or the    *
      * built-in ENABLE1) is refused: a registered dictionary changes *
      * only through DICTMAINT's maker/checker workflow.              *
      *                                                               *
      * Invocation:                                                   *
      *   DictLoad operator-id dict-id raw-list [report] [config]     *
      * dict-id is up to 10 letters and digits; the report defaults   *
      * to data/dict-load.out and the alphabet override to            *
      * data/morse-alphabet.cfg.                                      *
      *                                                               *
      * Copyright (C) 2019 Andrew Smith                               *
      *                                                               *
      * This program is free software: you can redistribute it and/or *
      * modify it under the terms of the GNU General Public License as*
      * published by the Free Software Foundation, either version 3 of*
      * the License, or (at your option) any later version.           *
      *                                                               *
      * This program is distributed in the hope that it will be       *
      * useful, but WITHOUT ANY WARRANTY; without even the implied    *
      * warranty of MERCHANTABILITY or FITNESS FOR A PARTICULAR       *
      * PURPOSE.  See the GNU General Public License for more details.*
      *                                                               *
      * You should have received a copy of the GNU General Public     *
      * License along with this program.  If not, see                 *
      * <http://www.gnu.org/licenses/>.                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DICTLOAD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *        The raw word list being onboarded, one word per line.
               SELECT RawWordList ASSIGN TO RawWordListPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RawWordListStatus.
      *        Every line accepted or rejected, then the totals.
               SELECT LoadReport ASSIGN TO LoadReportPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *        Optional override of the Morse alphabet/digit mapping,
      *        applied before any word is vetted or encoded.
               SELECT MorseAlphabetConfig
                   ASSIGN TO MorseAlphabetConfigPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MorseAlphabetConfigStatus.
      *        The vetted words, brought into order with the line
      *        each came from so duplicates fall together.
               SELECT DictLoadSortWork
                   ASSIGN TO "data/dict-load-sort.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL.
               COPY "ENABLEWSL.cpy".
               COPY "ENABLEWBLSL.cpy".
               COPY "ENABLEWBPSL.cpy".
               COPY "DICTREGSL.cpy".
               COPY "DICTCTLSL.cpy".
               COPY "DICTVERSL.cpy".
               COPY "OPERSL.cpy".
      *        The word list copied to its BASELINE version.
               SELECT DictVersionWords ASSIGN TO DictVersionWordsPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DictVersionWordsStatus.
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD RawWordList.
       01  RawWordLine PIC X(80).

       FD LoadReport.
       01  LoadReportLine PIC X(132).

       FD MorseAlphabetConfig.
       01  MorseAlphabetConfigLine PIC X(20).

       SD DictLoadSortWork.
       01  LoadSortRecord.
           05  LoadSortWord PIC X(28).
           05  LoadSortLineNumber PIC 9(9).

      * The new dictionary's word list, written in sorted order.
       COPY "ENABLEWFD.cpy".

      * Its length index, built alongside the word list, and the
      * pattern-keyed file built from the index.
       COPY "ENABLEWBLFD.cpy".

       COPY "ENABLEWBPFD.cpy".

       COPY "DICTREGFD.cpy".

       COPY "DICTCTLFD.cpy".

       COPY "DICTVERFD.cpy".

       COPY "OPERFD.cpy".

       FD DictVersionWords.
       01  DictVersionWord PIC X(28).

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
       COPY "DICTREGWS.cpy".
       COPY "DICTCTLWS.cpy".
       COPY "ENABLEWBPWS.cpy".
       COPY "OPERWS.cpy".
      * Morse letters table, for vetting and the index's encoding.
       COPY "MORSETBL.cpy".
      * Command-line controls
       01  ArgCount PIC 999.
       01  OperatorId PIC X(20).
       01  RequestedDictionaryId PIC X(20).
       01  RawWordListPath PIC X(80) VALUE SPACES.
       01  RawWordListStatus PIC XX.
       01  RawWordListEOFSwitch PIC A VALUE "N".
           88  RawWordListEOF          VALUE "Y".
       01  LoadReportPath PIC X(80) VALUE "data/dict-load.out".
      * The new dictionary's ID and the files it is given
       01  NewIdLength PIC 99 COMP.
       01  NewIdValidSwitch PIC A.
           88  NewIdValid              VALUE "Y".
       01  NewIdLowerCase PIC X(10).
       01  LoadStartStamp PIC X(26).
       01  LoadBatchRef PIC X(20).
      * The line in hand
       01  RawLineNumber PIC 9(9) COMP VALUE 0.
       01  RawWord PIC X(80).
       01  RawWordLength PIC 99 COMP.
       01  CharIndex PIC 99 COMP.
       01  LetterEncoding PIC 999 COMP.
       01  RejectReason PIC X(60).
      * The sorted words coming back, and the last one kept
       01  SortReturnEOFSwitch PIC A.
           88  SortReturnEOF           VALUE "Y".
       01  LastKeptWord PIC X(28).
       01  LastKeptLineNumber PIC 9(9).
       01  CurrentWord PIC X(28).
       01  EnableWordsByLengthStatus PIC XX.
      * Index build: arguments to SMORSE-ENCODE
       01  WordToEncode PIC X(99).
       01  EncodedMorse PIC X(495).
       01  RejectCount PIC 99 COMP.
       01  RejectTable.
           05  RejectEntry OCCURS 99 TIMES.
               10  RejectPosition PIC 99.
               10  RejectChar PIC X.
      * Optional Morse alphabet override, applied before anything is
      * vetted so a letter the configuration leaves without a pattern
      * is refused rather than cached as a gap.
       01  MorseAlphabetConfigPath PIC X(80)
               VALUE "data/morse-alphabet.cfg".
       01  MorseAlphabetConfigStatus PIC XX.
       01  MorseAlphabetConfigEOFSwitch PIC A VALUE "N".
           88  MorseAlphabetConfigEOF VALUE "Y".
       01  ConfigKeyChar PIC X.
       01  ConfigEncoding PIC 999 COMP.
       01  ConfigPattern PIC X(5).
      * Version history
       01  DictVersionStatus PIC XX.
       01  DictVersionWordsStatus PIC XX.
       01  DictVersionWordsPath PIC X(80).
       01  LatestVersionNumber PIC 9(4) VALUE 0.
       01  DictVersionEOFSwitch PIC A.
           88  DictVersionEOF          VALUE "Y".
       01  VersionCopyEOFSwitch PIC A.
           88  VersionCopyEOF          VALUE "Y".
       01  VersionWordTotal PIC 9(9) COMP VALUE 0.
      * Counts for the run as a whole
       01  AcceptedCount PIC 9(9) COMP VALUE 0.
       01  RejectedCount PIC 9(9) COMP VALUE 0.
       01  DuplicateCount PIC 9(9) COMP VALUE 0.
       01  BlankLineCount PIC 9(9) COMP VALUE 0.
       01  IndexedWordCount PIC 9(9) COMP VALUE 0.
       01  RegisteredSwitch PIC A VALUE "N".
           88  Registered              VALUE "Y".
       01  CountFormatted PIC Z(8)9.
       01  LineFormatted PIC Z(8)9.


       PROCEDURE DIVISION.
       MAIN SECTION.
       000-MAIN.
           PERFORM 900-START-RUN-LOG
           MOVE "DICTLOAD" TO RunLogProgramName

      *    Arg 1 is the operator, arg 2 the new dictionary's ID, arg
      *    3 the raw word list; args 4 and 5 override the load report
      *    and the Morse alphabet configuration.
           ACCEPT ArgCount FROM ARGUMENT-NUMBER
           IF ArgCount IS GREATER THAN 0 THEN
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT OperatorId FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 1 THEN
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT RequestedDictionaryId FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 2 THEN
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT RawWordListPath FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 3 THEN
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT LoadReportPath FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 4 THEN
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT MorseAlphabetConfigPath FROM ARGUMENT-VALUE
           END-IF
           MOVE RawWordListPath TO RunLogInputSource

      *    Registering a dictionary needs the REGISTER role on the
      *    dictionaries before anything is read or written.
           MOVE OperatorId TO CheckOperatorId
           MOVE "REGISTER" TO CheckRole
           MOVE "ENABLEWORDS" TO CheckResource
           PERFORM 940-CHECK-OPERATOR-ROLE
           IF NOT OperatorAuthorized THEN
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

           PERFORM 100-VALIDATE-NEW-ID
           IF NOT NewIdValid THEN
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

           MOVE SPACES TO RawWordListStatus
           OPEN INPUT RawWordList
           IF RawWordListStatus NOT EQUAL "00" THEN
               DISPLAY "DICTLOAD: word list "
                   FUNCTION TRIM(RawWordListPath) " not available."
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

      *    No two programs may work the shared enablewords files at
      *    once -- the registry included; refuse the run cleanly if
      *    the resource stays held.
           MOVE "ENABLEWORDS" TO LockResourceName
           PERFORM 910-ACQUIRE-RESOURCE-LOCK
           IF NOT LockAcquired THEN
               CLOSE RawWordList
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

      *    The registry is read again under the lock, so two loads
      *    of the same ID cannot both get past the check.
           PERFORM 110-CHECK-ID-UNREGISTERED
           IF NOT NewIdValid THEN
               CLOSE RawWordList
               PERFORM 911-RELEASE-RESOURCE-LOCK
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

           PERFORM 206-LOAD-MORSE-ALPHABET-CONFIG
           MOVE FUNCTION CURRENT-DATE TO LoadStartStamp
           INITIALIZE LoadBatchRef
           STRING "L" DELIMITED BY SIZE
               LoadStartStamp(1:14) DELIMITED BY SIZE
               INTO LoadBatchRef
           OPEN OUTPUT LoadReport
           INITIALIZE LoadReportLine
           STRING "Dictionary load of " DELIMITED BY SIZE
               FUNCTION TRIM(DictionaryId) DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               FUNCTION TRIM(RawWordListPath) DELIMITED BY SIZE
               ", batch " DELIMITED BY SIZE
               FUNCTION TRIM(LoadBatchRef) DELIMITED BY SIZE
               ", by " DELIMITED BY SIZE
               FUNCTION TRIM(OperatorId) DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine
           MOVE SPACES TO LoadReportLine
           WRITE LoadReportLine

      *    Vet every line as it is released to the sort; write the
      *    word list and its index as the sorted words come back.
           SORT DictLoadSortWork
               ON ASCENDING KEY LoadSortWord
               ON ASCENDING KEY LoadSortLineNumber
               INPUT PROCEDURE IS 200-RELEASE-VETTED-WORDS
               OUTPUT PROCEDURE IS 300-WRITE-SORTED-WORDS

      *    Only a dictionary with words in it is recorded and
      *    registered; the control record and baseline version come
      *    first, so the registry line is the last thing written.
           IF AcceptedCount IS GREATER THAN 0 THEN
               MOVE LoadBatchRef TO DictCtlBatchRef
               SET DictControlChange TO TRUE
               PERFORM 938-WRITE-DICTIONARY-CONTROL
               PERFORM 400-RECORD-BASELINE-VERSION
               IF RunLogResult NOT EQUAL "ERR" THEN
                   PERFORM 420-ADD-REGISTRY-ENTRY
               END-IF
           ELSE
               DISPLAY "DICTLOAD: no words accepted from "
                   FUNCTION TRIM(RawWordListPath)
                   "; dictionary not registered."
               MOVE "ERR" TO RunLogResult
           END-IF
           PERFORM 911-RELEASE-RESOURCE-LOCK

           PERFORM 500-WRITE-LOAD-TOTALS
           CLOSE LoadReport
           DISPLAY "DICTLOAD: dictionary " FUNCTION TRIM(DictionaryId)
               ": " AcceptedCount " word(s) accepted, "
               RejectedCount " rejected, " DuplicateCount
               " duplicate(s) dropped."
           MOVE RawLineNumber TO RunLogRecordsProcessed
           PERFORM 901-WRITE-RUN-LOG
           GOBACK.


       VET SECTION.
      * The new ID must be 1-10 letters and digits; it is held upper
      * case, as the registry's IDs are, and names its files in lower
      * case, as enable1's are.
       100-VALIDATE-NEW-ID.
           MOVE "Y" TO NewIdValidSwitch
           MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(RequestedDictionaryId))
               TO RequestedDictionaryId
           MOVE 0 TO NewIdLength
           IF RequestedDictionaryId NOT EQUAL SPACES THEN
               MOVE LENGTH OF FUNCTION TRIM(RequestedDictionaryId)
                   TO NewIdLength
           END-IF
           IF NewIdLength EQUAL 0 OR NewIdLength IS GREATER THAN 10
           THEN
               DISPLAY "DICTLOAD: a dictionary ID of 1 to 10 "
                   "letters and digits is required; nothing loaded."
               MOVE "N" TO NewIdValidSwitch
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CharIndex FROM 1 BY 1
                   UNTIL CharIndex IS GREATER THAN NewIdLength
               IF RequestedDictionaryId(CharIndex:1) IS NOT
                       ALPHABETIC-UPPER AND
                       RequestedDictionaryId(CharIndex:1) IS NOT
                           NUMERIC OR
                       RequestedDictionaryId(CharIndex:1) EQUAL SPACE
               THEN
                   MOVE "N" TO NewIdValidSwitch
               END-IF
           END-PERFORM
           IF NOT NewIdValid THEN
               DISPLAY "DICTLOAD: dictionary ID '"
                   FUNCTION TRIM(RequestedDictionaryId)
                   "' is not letters and digits; nothing loaded."
               EXIT PARAGRAPH
           END-IF
           MOVE RequestedDictionaryId TO DictionaryId
           MOVE FUNCTION LOWER-CASE(DictionaryId) TO NewIdLowerCase
           INITIALIZE EnableWordsPath
           STRING "data/" DELIMITED BY SIZE
               FUNCTION TRIM(NewIdLowerCase) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO EnableWordsPath
           INITIALIZE EnableWordsByLengthPath
           STRING "data/" DELIMITED BY SIZE
               FUNCTION TRIM(NewIdLowerCase) DELIMITED BY SIZE
               "-bylen.dat" DELIMITED BY SIZE
               INTO EnableWordsByLengthPath
           PERFORM 907-DERIVE-PATTERN-PATH
           .

      * Refuse an ID the registry already lists, or the built-in
      * ENABLE1 the registry need not list: a registered dictionary
      * changes only through DICTMAINT.
       110-CHECK-ID-UNREGISTERED.
           MOVE "N" TO DictRegistryFoundSwitch
           MOVE "N" TO DictRegistryEOFSwitch
           MOVE SPACES TO DictRegistryStatus
           OPEN INPUT DictRegistry
           IF DictRegistryStatus EQUAL "00" THEN
               PERFORM UNTIL DictRegistryEOF OR DictRegistryFound
                   READ DictRegistry
                       AT END SET DictRegistryEOF TO TRUE
                       NOT AT END PERFORM 906-MATCH-REGISTRY-LINE
                   END-READ
               END-PERFORM
               CLOSE DictRegistry
           END-IF
           IF DictRegistryFound OR
                   FUNCTION TRIM(DictionaryId) EQUAL "ENABLE1"
           THEN
               DISPLAY "DICTLOAD: dictionary '"
                   FUNCTION TRIM(DictionaryId)
                   "' is already registered; change it through "
                   "DICTMAINT.  Nothing loaded."
               MOVE "N" TO NewIdValidSwitch
           END-IF
           .

      * Release every raw line that passes vetting to the sort, in
      * lower case with its line number; report every line that does
      * not.  A blank line is passed over.
       200-RELEASE-VETTED-WORDS.
           PERFORM UNTIL RawWordListEOF
               READ RawWordList
                   AT END SET RawWordListEOF TO TRUE
                   NOT AT END PERFORM 210-VET-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE RawWordList
           .

      * Vet one raw line: no more than 28 characters, letters
      * throughout, and every letter given a pattern by the active
      * Morse alphabet.
       210-VET-ONE-LINE.
           ADD 1 TO RawLineNumber
           MOVE FUNCTION TRIM(RawWordLine) TO RawWord
           IF RawWord EQUAL SPACES THEN
               ADD 1 TO BlankLineCount
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RejectReason
           MOVE LENGTH OF FUNCTION TRIM(RawWord) TO RawWordLength
           IF RawWordLength IS GREATER THAN 28 THEN
               MOVE "longer than 28 characters" TO RejectReason
           ELSE
               PERFORM VARYING CharIndex FROM 1 BY 1
                       UNTIL CharIndex IS GREATER THAN RawWordLength
                           OR RejectReason NOT EQUAL SPACES
                   PERFORM 220-VET-ONE-CHARACTER
               END-PERFORM
           END-IF
           IF RejectReason NOT EQUAL SPACES THEN
               PERFORM 230-REPORT-REJECTED-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(RawWord(1:28)) TO LoadSortWord
           MOVE RawLineNumber TO LoadSortLineNumber
           RELEASE LoadSortRecord
           .

      * A character must be a letter, and the active alphabet must
      * give that letter a pattern to encode to.
       220-VET-ONE-CHARACTER.
           IF RawWord(CharIndex:1) IS NOT ALPHABETIC OR
                   RawWord(CharIndex:1) EQUAL SPACE
           THEN
               MOVE CharIndex TO LineFormatted
               STRING "'" DELIMITED BY SIZE
                   RawWord(CharIndex:1) DELIMITED BY SIZE
                   "' at position " DELIMITED BY SIZE
                   FUNCTION TRIM(LineFormatted) DELIMITED BY SIZE
                   " is not a letter" DELIMITED BY SIZE
                   INTO RejectReason
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION ORD(FUNCTION UPPER-CASE(RawWord(CharIndex:1)))
               TO LetterEncoding
           SUBTRACT 65 FROM LetterEncoding
           IF MorseLetters(LetterEncoding) EQUAL SPACES THEN
               STRING "letter '" DELIMITED BY SIZE
                   RawWord(CharIndex:1) DELIMITED BY SIZE
                   "' has no pattern in the active Morse alphabet"
                       DELIMITED BY SIZE
                   INTO RejectReason
           END-IF
           .

      * One rejected line and the reason for it.
       230-REPORT-REJECTED-LINE.
           ADD 1 TO RejectedCount
           MOVE RawLineNumber TO LineFormatted
           INITIALIZE LoadReportLine
           STRING "LINE " DELIMITED BY SIZE
               FUNCTION TRIM(LineFormatted) DELIMITED BY SIZE
               ", '" DELIMITED BY SIZE
               FUNCTION TRIM(RawWordLine) DELIMITED BY SIZE
               "', REJECTED, " DELIMITED BY SIZE
               FUNCTION TRIM(RejectReason) DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine
           .


       BUILD SECTION.
      * Take the vetted words back in order, keeping the first of
      * each run of duplicates: it goes to the word list and, under
      * the next sequence number, to the length index, from which
      * the pattern-keyed file is then built.
       300-WRITE-SORTED-WORDS.
           MOVE "N" TO SortReturnEOFSwitch
           MOVE SPACES TO LastKeptWord
           MOVE 0 TO IndexedWordCount
           OPEN OUTPUT EnableWords
           OPEN OUTPUT EnableWordsByLength
           PERFORM UNTIL SortReturnEOF
               RETURN DictLoadSortWork
                   AT END SET SortReturnEOF TO TRUE
                   NOT AT END PERFORM 310-KEEP-OR-DROP-WORD
               END-RETURN
           END-PERFORM
           CLOSE EnableWords
           CLOSE EnableWordsByLength
           PERFORM 950-BUILD-PATTERN-INDEX
           .

      * A word equal to the one last kept is a duplicate, reported
      * against the line that was kept.
       310-KEEP-OR-DROP-WORD.
           IF LoadSortWord EQUAL LastKeptWord THEN
               ADD 1 TO DuplicateCount
               MOVE LoadSortLineNumber TO LineFormatted
               MOVE LastKeptLineNumber TO CountFormatted
               INITIALIZE LoadReportLine
               STRING "LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(LineFormatted) DELIMITED BY SIZE
                   ", '" DELIMITED BY SIZE
                   FUNCTION TRIM(LoadSortWord) DELIMITED BY SIZE
                   "', DUPLICATE, of line " DELIMITED BY SIZE
                   FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
                   INTO LoadReportLine
               WRITE LoadReportLine
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AcceptedCount
           MOVE LoadSortWord TO LastKeptWord
           MOVE LoadSortLineNumber TO LastKeptLineNumber
           MOVE LoadSortWord TO CurrentWord
           MOVE CurrentWord TO EnableWord
           WRITE EnableWord
           PERFORM 320-INDEX-ONE-WORD
           MOVE LoadSortLineNumber TO LineFormatted
           INITIALIZE LoadReportLine
           STRING "LINE " DELIMITED BY SIZE
               FUNCTION TRIM(LineFormatted) DELIMITED BY SIZE
               ", '" DELIMITED BY SIZE
               FUNCTION TRIM(LoadSortWord) DELIMITED BY SIZE
               "', ACCEPTED" DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine
           .

      * Encode one word and write its index record (mirrors
      * DICTMAINT's 410-INDEX-ONE-WORD).
       320-INDEX-ONE-WORD.
           ADD 1 TO IndexedWordCount
           MOVE SPACES TO WordToEncode
           MOVE CurrentWord TO WordToEncode(1:28)
           CALL "SMORSE-ENCODE" USING
               BY REFERENCE WordToEncode, EncodedMorse, MorseLettersRaw,
                   RejectCount, RejectTable
           MOVE LENGTH OF FUNCTION TRIM(CurrentWord) TO WordLength
           MOVE IndexedWordCount TO WordSequence
           MOVE CurrentWord TO LengthIndexedWord
           MOVE EncodedMorse TO LengthIndexedMorse
           WRITE EnableWordsByLengthRecord
               INVALID KEY CONTINUE
           END-WRITE
           .

      * Replace entries in MorseLetters with overrides from
      * MorseAlphabetConfig, if that file exists (mirrors
      * DICTMAINT's paragraph of the same name).
       206-LOAD-MORSE-ALPHABET-CONFIG.
           MOVE "N" TO MorseAlphabetConfigEOFSwitch
           OPEN INPUT MorseAlphabetConfig
           IF MorseAlphabetConfigStatus EQUAL "00" THEN
               PERFORM UNTIL MorseAlphabetConfigEOF
                   READ MorseAlphabetConfig INTO MorseAlphabetConfigLine
                       AT END SET MorseAlphabetConfigEOF TO TRUE
                       NOT AT END
                           PERFORM 207-APPLY-MORSE-ALPHABET-OVERRIDE
               END-PERFORM
               CLOSE MorseAlphabetConfig
           END-IF
           .

      * Parse one "key,pattern" config line and, if the key is a
      * recognized letter or digit, overwrite its entry in
      * MorseLetters with the configured pattern.
       207-APPLY-MORSE-ALPHABET-OVERRIDE.
           UNSTRING MorseAlphabetConfigLine DELIMITED BY ","
               INTO ConfigKeyChar, ConfigPattern
           MOVE FUNCTION ORD(ConfigKeyChar) TO ConfigEncoding
           EVALUATE ConfigKeyChar
               WHEN "A" THRU "Z"
                   SUBTRACT 65 FROM ConfigEncoding
               WHEN "a" THRU "z"
                   SUBTRACT 97 FROM ConfigEncoding
               WHEN "0" THRU "9"
                   SUBTRACT 22 FROM ConfigEncoding
               WHEN "/"
                   MOVE 37 TO ConfigEncoding
               WHEN "("
                   MOVE 38 TO ConfigEncoding
               WHEN "="
                   MOVE 39 TO ConfigEncoding
               WHEN "+"
                   MOVE 40 TO ConfigEncoding
               WHEN OTHER
                   MOVE 0 TO ConfigEncoding
           END-EVALUATE
           IF ConfigEncoding IS GREATER THAN 0 AND
                   ConfigEncoding IS LESS THAN OR EQUAL TO 40
           THEN
               MOVE ConfigPattern TO MorseLetters(ConfigEncoding)
           END-IF
           .


       REGISTER SECTION.
      * Keep the word list as version 1, kind BASELINE, of the new
      * dictionary, so DICTMAINT's first APPLY against it already has
      * a version to return to.
       400-RECORD-BASELINE-VERSION.
           PERFORM 405-FIND-LATEST-VERSION
           ADD 1 TO LatestVersionNumber
           INITIALIZE DictVersionWordsPath
           STRING FUNCTION TRIM(EnableWordsPath) DELIMITED BY SIZE
               ".v" DELIMITED BY SIZE
               LatestVersionNumber DELIMITED BY SIZE
               INTO DictVersionWordsPath
           PERFORM 410-COPY-WORDS-TO-VERSION
           MOVE SPACES TO DictVersionStatus
           OPEN I-O DictVersion
           IF DictVersionStatus EQUAL "35" THEN
               OPEN OUTPUT DictVersion
               CLOSE DictVersion
               OPEN I-O DictVersion
           END-IF
           IF DictVersionStatus NOT EQUAL "00" THEN
               DISPLAY "DICTLOAD: data/dict-versions.dat not "
                   "available; baseline of "
                   FUNCTION TRIM(DictionaryId) " not recorded."
               MOVE "ERR" TO RunLogResult
               EXIT PARAGRAPH
           END-IF
           INITIALIZE DictVersionRecord
           MOVE DictionaryId TO VersionDictionaryId
           MOVE LatestVersionNumber TO VersionNumber
           MOVE "BASELINE" TO VersionKind
           MOVE FUNCTION CURRENT-DATE(1:8) TO VersionDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO VersionTime
           MOVE LoadBatchRef TO VersionBatchRef
           MOVE OperatorId TO VersionMaker
           MOVE SPACES TO VersionApprover
           MOVE VersionWordTotal TO VersionWordCount
           MOVE VersionWordTotal TO VersionAddCount
           MOVE 0 TO VersionDeleteCount
           MOVE 0 TO VersionRestoredFrom
           MOVE DictVersionWordsPath TO VersionWordsPath
           WRITE DictVersionRecord
               INVALID KEY
                   DISPLAY "DICTLOAD: version "
                       LatestVersionNumber " of "
                       FUNCTION TRIM(DictionaryId)
                       " already on file; not recorded."
                   MOVE "ERR" TO RunLogResult
           END-WRITE
           CLOSE DictVersion
           DISPLAY "DICTLOAD: dictionary '"
               FUNCTION TRIM(DictionaryId) "' version "
               LatestVersionNumber " (BASELINE) kept as "
               FUNCTION TRIM(DictVersionWordsPath) "."
           .

      * The highest version number on file for the dictionary, or 0
      * when it has none.  A new ID normally has none; a version left
      * by an earlier load that stopped short of the registry is
      * followed rather than overwritten.
       405-FIND-LATEST-VERSION.
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

      * Copy the new word list to DictVersionWordsPath, counting its
      * words.
       410-COPY-WORDS-TO-VERSION.
           MOVE 0 TO VersionWordTotal
           MOVE "N" TO VersionCopyEOFSwitch
           OPEN INPUT EnableWords
           OPEN OUTPUT DictVersionWords
           PERFORM UNTIL VersionCopyEOF
               READ EnableWords
                   AT END SET VersionCopyEOF TO TRUE
                   NOT AT END
                       ADD 1 TO VersionWordTotal
                       MOVE EnableWord TO DictVersionWord
                       WRITE DictVersionWord
               END-READ
           END-PERFORM
           CLOSE EnableWords
           CLOSE DictVersionWords
           .

      * Append "ID,word-list,index" to the registry, creating the
      * registry when there is none yet (ENABLE1 still resolves to
      * its compiled-in defaults without a line of its own).
       420-ADD-REGISTRY-ENTRY.
           MOVE SPACES TO DictRegistryStatus
           OPEN EXTEND DictRegistry
           IF DictRegistryStatus NOT EQUAL "00" THEN
               OPEN OUTPUT DictRegistry
           END-IF
           IF DictRegistryStatus NOT EQUAL "00" THEN
               DISPLAY "DICTLOAD: data/dict-registry.par not "
                   "available; dictionary " FUNCTION TRIM(DictionaryId)
                   " not registered."
               MOVE "ERR" TO RunLogResult
               EXIT PARAGRAPH
           END-IF
           INITIALIZE DictRegistryLine
           STRING FUNCTION TRIM(DictionaryId) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(EnableWordsPath) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(EnableWordsByLengthPath) DELIMITED BY SIZE
               INTO DictRegistryLine
           WRITE DictRegistryLine
           CLOSE DictRegistry
           SET Registered TO TRUE
           DISPLAY "DICTLOAD: dictionary " FUNCTION TRIM(DictionaryId)
               " registered as " FUNCTION TRIM(EnableWordsPath)
               " with index " FUNCTION TRIM(EnableWordsByLengthPath)
               "."
           .


       TOTALS SECTION.
      * The load's totals, closing the report.
       500-WRITE-LOAD-TOTALS.
           MOVE SPACES TO LoadReportLine
           WRITE LoadReportLine
           MOVE RawLineNumber TO CountFormatted
           INITIALIZE LoadReportLine
           STRING "  Lines read: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine
           MOVE BlankLineCount TO CountFormatted
           INITIALIZE LoadReportLine
           STRING "  Blank lines passed over: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine
           MOVE AcceptedCount TO CountFormatted
           INITIALIZE LoadReportLine
           STRING "  Words accepted: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine
           MOVE RejectedCount TO CountFormatted
           INITIALIZE LoadReportLine
           STRING "  Lines rejected: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine
           MOVE DuplicateCount TO CountFormatted
           INITIALIZE LoadReportLine
           STRING "  Duplicates dropped: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine
           MOVE IndexedWordCount TO CountFormatted
           INITIALIZE LoadReportLine
           STRING "  Index records written: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine
           INITIALIZE LoadReportLine
           IF Registered THEN
               STRING "  Registered: " DELIMITED BY SIZE
                   FUNCTION TRIM(DictionaryId) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(EnableWordsPath) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(EnableWordsByLengthPath)
                       DELIMITED BY SIZE
                   INTO LoadReportLine
           ELSE
               STRING "  Not registered; dictionary "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(DictionaryId) DELIMITED BY SIZE
                   " is not selectable." DELIMITED BY SIZE
                   INTO LoadReportLine
           END-IF
           WRITE LoadReportLine
           .


       AUDIT SECTION.
           COPY "RUNLOGWRITE.cpy".
           COPY "LOCKING.cpy".
           COPY "DICTREGLOOK.cpy".
           COPY "DICTCTLCHK.cpy".
           COPY "ENABLEWBPBLD.cpy".
           COPY "OPERCHK.cpy".

       END PROGRAM DICTLOAD.


************************************************************************
      * Standalone SMORSE encoder, identical to the copy kept with     *
      * DICTMAINT.  Kept as its own same-file PROGRAM-ID so this       *
      * program links statically as a single compilation unit, the     *
      * same pattern DICTMAINT, RECONCILE, and                         *
      * DAILYPROGRAMMER380INTERMEDIATE already use, instead of         *
      * depending on a separately built dynamically-loadable module.   *
************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMORSE-ENCODE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-InputLetter PIC X.
       01  WS-InputIndex PIC 99 COMP.
       01  WS-MorseEncoding PIC 999 COMP.
       01  WS-MorseIndex PIC 999 COMP.

       LINKAGE SECTION.
       01  LS-InputWord PIC X(99).
       01  LS-MorseWord PIC X(495).
       01  LS-MorseLetters.
           05  LS-MorseLetter OCCURS 40 TIMES PIC X(5).
       01  LS-RejectCount PIC 99 COMP.
       01  LS-RejectTable.
           05  LS-RejectEntry OCCURS 99 TIMES.
               10  LS-RejectPosition PIC 99.
               10  LS-RejectChar PIC X.

       PROCEDURE DIVISION USING BY REFERENCE LS-InputWord, LS-MorseWord,
           LS-MorseLetters, LS-RejectCount, LS-RejectTable.

       MAIN SECTION.
       000-ENCODE.
           INITIALIZE LS-MorseWord
           MOVE 0 TO LS-RejectCount
           MOVE 1 TO WS-MorseIndex
           PERFORM 010-CONVERT-LETTER
               VARYING WS-InputIndex FROM 1 BY 1
               UNTIL WS-InputIndex =
                   LENGTH OF FUNCTION TRIM(LS-InputWord) + 1
           GOBACK.

      * Append the Morse letter at WS-InputIndex to LS-MorseWord.
       010-CONVERT-LETTER.
           MOVE LS-InputWord(WS-InputIndex:1) TO WS-InputLetter
           MOVE FUNCTION ORD(WS-InputLetter) TO WS-MorseEncoding
           EVALUATE WS-InputLetter
               WHEN "A" THRU "Z"
                   SUBTRACT 65 FROM WS-MorseEncoding
               WHEN "a" THRU "z"
                   SUBTRACT 97 FROM WS-MorseEncoding
               WHEN "0" THRU "9"
                   SUBTRACT 22 FROM WS-MorseEncoding
      *        Punctuation/prosign slots 37-40 (see MORSETBL.cpy)
               WHEN "/"
                   MOVE 37 TO WS-MorseEncoding
               WHEN "("
                   MOVE 38 TO WS-MorseEncoding
               WHEN "="
                   MOVE 39 TO WS-MorseEncoding
               WHEN "+"
                   MOVE 40 TO WS-MorseEncoding
               WHEN OTHER
                   PERFORM 020-RECORD-REJECT
           END-EVALUATE
           IF WS-MorseEncoding IS GREATER THAN 0 AND
                   WS-MorseEncoding IS LESS THAN OR EQUAL TO 40
           THEN
               MOVE LS-MorseLetter(WS-MorseEncoding)
                   TO LS-MorseWord(WS-MorseIndex:5)
               ADD LENGTH OF FUNCTION TRIM(
                   LS-MorseLetter(WS-MorseEncoding)) TO WS-MorseIndex
           END-IF
           .

      * Record the offending character and position for the caller to
      * log, instead of writing to a file this subprogram doesn't own.
      * Also clears WS-MorseEncoding so the caller's bounds check
      * excludes this character even when its raw ORD value (e.g. 33
      * for a space) would otherwise fall inside [1,40].
       020-RECORD-REJECT.
           MOVE 0 TO WS-MorseEncoding
           IF LS-RejectCount IS LESS THAN 99 THEN
               ADD 1 TO LS-RejectCount
               MOVE WS-InputIndex TO LS-RejectPosition(LS-RejectCount)
               MOVE WS-InputLetter TO LS-RejectChar(LS-RejectCount)
           END-IF
           .

       END PROGRAM SMORSE-ENCODE.
