*>GCOB >>SOURCE FORMAT IS FIXED
      ******************************************************************
      * Transmission timing and keying-schedule extract.              *
      *                                                               *
      * Airtime was planned on a calculator.  This program reads the  *
      * "word -> pattern" lines DAILYPROGRAMMER380EASY writes in      *
      * BATCH mode and times each word as it would be keyed: a dit is *
      * one unit, a dah three, one unit between the elements of a     *
      * character, three between characters, and seven between       *
      * words.  The smooshed pattern carries no character boundaries, *
      * so each word is re-encoded character by character from the   *
      * same MORSETBL.cpy table and MorseAlphabetConfig override      *
      * SMORSE used, and a word whose re-encoding does not reproduce  *
      * its pattern (it was encoded under another override) is        *
      * reported and left out rather than timed wrongly.              *
      *                                                               *
      * At the operator's words-per-minute a dit lasts 1200/WPM       *
      * milliseconds (the PARIS standard).  An optional Farnsworth    *
      * speed, lower than the character speed, keeps the characters   *
      * at full speed but stretches the character and word gaps so    *
      * the overall rate is the Farnsworth speed.  The report gives   *
      * each word's length in dit units and seconds and the batch     *
      * total with the word gaps between words; the keying schedule   *
      * is a fixed-layout file the transmitter interface loads as is: *
      *                                                               *
      *   H  run date, speeds, and the dit and gap lengths in ms      *
      *   E  one record per element: word and element number, the    *
      *      character, dit or dah, key-down ms, and the key-up ms    *
      *      that follows it (0 after the last element of the batch) *
      *   T  trailer: word and element counts, total key-down ms, and *
      *      total ms, so the interface can prove it loaded it all    *
      *                                                               *
      * Invocation:                                                   *
      *   MorseTiming [input [report [schedule [wpm [farnsworth-wpm   *
      *       [alphabet-config]]]]]]                                  *
      * The speed defaults to 20 WPM with standard spacing.           *
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
       PROGRAM-ID. MORSETIMING.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *        DAILYPROGRAMMER380EASY's BATCH output, one
      *        "word -> pattern" line per word.
               SELECT SmorseReport ASSIGN TO SmorseReportPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SmorseReportStatus.
               SELECT TimingReport ASSIGN TO TimingReportPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *        The fixed-layout keying schedule for the transmitter
      *        interface.
               SELECT KeyingSchedule ASSIGN TO KeyingSchedulePath
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT MorseAlphabetConfig
                   ASSIGN TO MorseAlphabetConfigPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MorseAlphabetConfigStatus.
               COPY "RUNLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD SmorseReport.
       01  SmorseReportLine PIC X(500).

       FD TimingReport.
       01  TimingReportLine PIC X(132).

      * The typed fixed-layout records, REDEFINEd over one area.
       FD KeyingSchedule.
       01  KeyingRecord PIC X(80).
       01  KeyingHeaderRecord REDEFINES KeyingRecord.
           05  KeyHdrRecordType PIC X.
           05  KeyHdrRunDate PIC X(8).
           05  KeyHdrWpm PIC 999.
           05  KeyHdrFarnsworthWpm PIC 999.
           05  KeyHdrDitMs PIC 9(5).
           05  KeyHdrCharGapMs PIC 9(5).
           05  KeyHdrWordGapMs PIC 9(5).
           05  FILLER PIC X(50).
       01  KeyingElementRecord REDEFINES KeyingRecord.
           05  KeyElmRecordType PIC X.
           05  KeyElmWordNumber PIC 9(6).
           05  KeyElmElementNumber PIC 9(4).
           05  KeyElmCharacter PIC X.
           05  KeyElmSymbol PIC X.
           05  KeyElmKeyDownMs PIC 9(6).
           05  KeyElmKeyUpMs PIC 9(6).
           05  FILLER PIC X(55).
       01  KeyingTrailerRecord REDEFINES KeyingRecord.
           05  KeyTrlRecordType PIC X.
           05  KeyTrlWordCount PIC 9(6).
           05  KeyTrlElementCount PIC 9(9).
           05  KeyTrlKeyDownMs PIC 9(11).
           05  KeyTrlTotalMs PIC 9(11).
           05  FILLER PIC X(42).

       FD MorseAlphabetConfig.
       01  MorseAlphabetConfigLine PIC X(20).

       COPY "RUNLOGFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "RUNLOGWS.cpy".
      * Morse letters table, shared with DAILYPROGRAMMER380EASY.
       COPY "MORSETBL.cpy".
      * Command-line controls
       01  ArgCount PIC 999.
       01  SpeedArgValue PIC X(20).
       01  SmorseReportPath PIC X(80) VALUE "data/dp380-report.out".
       01  SmorseReportStatus PIC XX.
       01  SmorseReportEOFSwitch PIC A VALUE "N".
           88  SmorseReportEOF         VALUE "Y".
       01  TimingReportPath PIC X(80) VALUE "data/morse-timing.out".
       01  KeyingSchedulePath PIC X(80) VALUE "data/morse-keying.dat".
      * Keying speeds: the character speed, and the Farnsworth
      * overall speed (0 for standard spacing).
       01  Wpm PIC 999 COMP VALUE 20.
       01  FarnsworthWpm PIC 999 COMP VALUE 0.
       01  FarnsworthSwitch PIC A VALUE "N".
           88  FarnsworthSpacing       VALUE "Y".
      * Element and gap lengths in milliseconds
       01  DitMs PIC 9(5)V9(4).
       01  DahMs PIC 9(5)V9(4).
       01  SpacingUnitMs PIC 9(5)V9(4).
       01  CharGapMs PIC 9(5)V9(4).
       01  WordGapMs PIC 9(5)V9(4).
      * Optional Morse alphabet override, applied the same way
      * DAILYPROGRAMMER380EASY applies it.
       01  MorseAlphabetConfigPath PIC X(80)
               VALUE "data/morse-alphabet.cfg".
       01  MorseAlphabetConfigStatus PIC XX.
       01  MorseAlphabetConfigEOFSwitch PIC A VALUE "N".
           88  MorseAlphabetConfigEOF VALUE "Y".
       01  ConfigKeyChar PIC X.
       01  ConfigPattern PIC X(5).
       01  CodeBookChar PIC X.
       01  CodeBookSlot PIC 999 COMP.
      * The word in hand and its re-encoding
       01  TimingWord PIC X(99).
       01  TimingPattern PIC X(400).
       01  WordLength PIC 999 COMP.
       01  WordIndex PIC 999 COMP.
       01  RebuiltPattern PIC X(500).
       01  RebuiltPointer PIC 9(4) COMP.
       01  LetterPattern PIC X(5).
       01  LetterPatternLength PIC 9 COMP.
       01  ElementIndex PIC 9 COMP.
       01  ElementSymbol PIC X.
       01  WordCharacterCount PIC 99 COMP.
       01  WordElementCount PIC 9(4) COMP.
       01  WordElementUnits PIC 9(5) COMP.
       01  WordIntraGapUnits PIC 9(5) COMP.
       01  WordDitUnits PIC 9(7) COMP.
       01  WordMs PIC 9(9)V9(4).
       01  SkipReason PIC X(60).
      * The last element written is held back until the next one
      * shows whether a word gap or nothing follows it.
       01  ElementPendingSwitch PIC A VALUE "N".
           88  ElementPending          VALUE "Y".
       01  PendingElementRecord PIC X(80).
      * Counts and totals for the batch
       01  WordsReadCount PIC 9(9) COMP VALUE 0.
       01  WordsTimedCount PIC 9(9) COMP VALUE 0.
       01  WordsSkippedCount PIC 9(9) COMP VALUE 0.
       01  ElementCount PIC 9(9) COMP VALUE 0.
       01  BatchDitUnits PIC 9(11) COMP VALUE 0.
       01  BatchMs PIC 9(11)V9(4) VALUE 0.
       01  ScheduleKeyDownMs PIC 9(11) COMP VALUE 0.
       01  ScheduleTotalMs PIC 9(11) COMP VALUE 0.
       01  WordGapCount PIC 9(9) COMP VALUE 0.
       01  CountFormatted PIC Z(10)9.
       01  GapCountFormatted PIC Z(8)9.
       01  SecondsFormatted PIC Z(8)9.999.
       01  DitMsFormatted PIC Z(4)9.99.
       01  CharGapMsFormatted PIC Z(4)9.99.
       01  WordGapMsFormatted PIC Z(4)9.99.
       01  SpeedFormatted PIC ZZ9.


       PROCEDURE DIVISION.
       MAIN SECTION.
       000-MAIN.
           PERFORM 900-START-RUN-LOG
           MOVE "MORSETIMING" TO RunLogProgramName

      *    Args 1-3 override the input, report, and schedule paths in
      *    JOBCONTROL's "input output" order; args 4 and 5 are the
      *    character and Farnsworth speeds; arg 6 the alphabet
      *    override SMORSE encoded with.
           ACCEPT ArgCount FROM ARGUMENT-NUMBER
           IF ArgCount IS GREATER THAN 0 THEN
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT SmorseReportPath FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 1 THEN
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT TimingReportPath FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 2 THEN
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT KeyingSchedulePath FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 3 THEN
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT SpeedArgValue FROM ARGUMENT-VALUE
               IF FUNCTION TEST-NUMVAL(SpeedArgValue) EQUAL 0 AND
                       FUNCTION NUMVAL(SpeedArgValue) IS GREATER THAN
                           0 AND
                       FUNCTION NUMVAL(SpeedArgValue) IS LESS THAN 1000
               THEN
                   MOVE FUNCTION NUMVAL(SpeedArgValue) TO Wpm
               ELSE
                   DISPLAY "MORSETIMING: speed '"
                       FUNCTION TRIM(SpeedArgValue)
                       "' is not a number of words per minute."
                   MOVE "ERR" TO RunLogResult
                   PERFORM 901-WRITE-RUN-LOG
                   GOBACK
               END-IF
           END-IF
           IF ArgCount IS GREATER THAN 4 THEN
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT SpeedArgValue FROM ARGUMENT-VALUE
               IF FUNCTION TEST-NUMVAL(SpeedArgValue) EQUAL 0 AND
                       FUNCTION NUMVAL(SpeedArgValue) IS LESS THAN 1000
               THEN
                   MOVE FUNCTION NUMVAL(SpeedArgValue) TO FarnsworthWpm
               ELSE
                   DISPLAY "MORSETIMING: Farnsworth speed '"
                       FUNCTION TRIM(SpeedArgValue)
                       "' is not a number of words per minute."
                   MOVE "ERR" TO RunLogResult
                   PERFORM 901-WRITE-RUN-LOG
                   GOBACK
               END-IF
           END-IF
           IF ArgCount IS GREATER THAN 5 THEN
               DISPLAY 6 UPON ARGUMENT-NUMBER
               ACCEPT MorseAlphabetConfigPath FROM ARGUMENT-VALUE
           END-IF
           MOVE SmorseReportPath TO RunLogInputSource
           PERFORM 206-LOAD-MORSE-ALPHABET-CONFIG
           PERFORM 100-SET-ELEMENT-LENGTHS

           MOVE SPACES TO SmorseReportStatus
           OPEN INPUT SmorseReport
           IF SmorseReportStatus NOT EQUAL "00" THEN
               DISPLAY "MORSETIMING: input "
                   FUNCTION TRIM(SmorseReportPath) " not available."
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT TimingReport
           OPEN OUTPUT KeyingSchedule
           PERFORM 110-WRITE-HEADERS
           PERFORM UNTIL SmorseReportEOF
               READ SmorseReport
                   AT END SET SmorseReportEOF TO TRUE
                   NOT AT END PERFORM 300-TIME-ONE-WORD
               END-READ
           END-PERFORM
      *    The batch's last element has nothing after it
           IF ElementPending THEN
               MOVE PendingElementRecord TO KeyingRecord
               MOVE 0 TO KeyElmKeyUpMs
               PERFORM 330-WRITE-ELEMENT-RECORD
           END-IF
           PERFORM 120-WRITE-TOTALS
           CLOSE SmorseReport
           CLOSE TimingReport
           CLOSE KeyingSchedule

           DISPLAY "MORSETIMING: " WordsTimedCount " word(s) timed, "
               WordsSkippedCount " skipped."
           MOVE WordsReadCount TO RunLogRecordsProcessed
           PERFORM 901-WRITE-RUN-LOG
           GOBACK.

      * Dit and dah lengths from the character speed, and the gaps
      * from the Farnsworth speed when one below the character speed
      * was given: the 19 spacing units of PARIS are stretched so the
      * whole word takes 60/Farnsworth seconds.
       100-SET-ELEMENT-LENGTHS.
           COMPUTE DitMs ROUNDED = 1200 / Wpm
           COMPUTE DahMs = DitMs * 3
           IF FarnsworthWpm IS GREATER THAN 0 AND
                   FarnsworthWpm IS LESS THAN Wpm
           THEN
               SET FarnsworthSpacing TO TRUE
               COMPUTE SpacingUnitMs ROUNDED =
                   (60 * Wpm - 37.2 * FarnsworthWpm) * 1000 /
                   (Wpm * FarnsworthWpm * 19)
           ELSE
               IF FarnsworthWpm IS GREATER THAN 0 THEN
                   DISPLAY "MORSETIMING: Farnsworth speed not below "
                       "the character speed; standard spacing used."
                   MOVE 0 TO FarnsworthWpm
               END-IF
               MOVE DitMs TO SpacingUnitMs
           END-IF
           COMPUTE CharGapMs = SpacingUnitMs * 3
           COMPUTE WordGapMs = SpacingUnitMs * 7
           .

      * Speeds and element lengths, at the top of the report and in
      * the schedule's header record.
       110-WRITE-HEADERS.
           MOVE Wpm TO SpeedFormatted
           INITIALIZE TimingReportLine
           STRING "Transmission timing for " DELIMITED BY SIZE
               FUNCTION TRIM(SmorseReportPath) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(SpeedFormatted) DELIMITED BY SIZE
               " WPM" DELIMITED BY SIZE
               INTO TimingReportLine
           WRITE TimingReportLine
           INITIALIZE TimingReportLine
           IF FarnsworthSpacing THEN
               MOVE FarnsworthWpm TO SpeedFormatted
               STRING "  Farnsworth spacing at " DELIMITED BY SIZE
                   FUNCTION TRIM(SpeedFormatted) DELIMITED BY SIZE
                   " WPM" DELIMITED BY SIZE
                   INTO TimingReportLine
           ELSE
               MOVE "  Standard spacing" TO TimingReportLine
           END-IF
           WRITE TimingReportLine
           MOVE DitMs TO DitMsFormatted
           MOVE CharGapMs TO CharGapMsFormatted
           MOVE WordGapMs TO WordGapMsFormatted
           INITIALIZE TimingReportLine
           STRING "  Dit " DELIMITED BY SIZE
               FUNCTION TRIM(DitMsFormatted) DELIMITED BY SIZE
               " ms, character gap " DELIMITED BY SIZE
               FUNCTION TRIM(CharGapMsFormatted) DELIMITED BY SIZE
               " ms, word gap " DELIMITED BY SIZE
               FUNCTION TRIM(WordGapMsFormatted) DELIMITED BY SIZE
               " ms" DELIMITED BY SIZE
               INTO TimingReportLine
           WRITE TimingReportLine

           MOVE SPACES TO KeyingRecord
           MOVE "H" TO KeyHdrRecordType
           MOVE FUNCTION CURRENT-DATE(1:8) TO KeyHdrRunDate
           MOVE Wpm TO KeyHdrWpm
           MOVE FarnsworthWpm TO KeyHdrFarnsworthWpm
           COMPUTE KeyHdrDitMs ROUNDED = DitMs
           COMPUTE KeyHdrCharGapMs ROUNDED = CharGapMs
           COMPUTE KeyHdrWordGapMs ROUNDED = WordGapMs
           WRITE KeyingRecord
           .

      * The batch totals, in the report and the schedule trailer.
       120-WRITE-TOTALS.
           IF WordsTimedCount IS GREATER THAN 1 THEN
               COMPUTE WordGapCount = WordsTimedCount - 1
           ELSE
               MOVE 0 TO WordGapCount
           END-IF
           COMPUTE BatchDitUnits = BatchDitUnits + WordGapCount * 7
           COMPUTE BatchMs = BatchMs + WordGapCount * WordGapMs
           MOVE WordsReadCount TO CountFormatted
           INITIALIZE TimingReportLine
           STRING "  Words read: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO TimingReportLine
           WRITE TimingReportLine
           MOVE WordsTimedCount TO CountFormatted
           INITIALIZE TimingReportLine
           STRING "  Words timed: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO TimingReportLine
           WRITE TimingReportLine
           MOVE WordsSkippedCount TO CountFormatted
           INITIALIZE TimingReportLine
           STRING "  Words skipped: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO TimingReportLine
           WRITE TimingReportLine
           MOVE BatchDitUnits TO CountFormatted
           MOVE WordGapCount TO GapCountFormatted
           COMPUTE SecondsFormatted ROUNDED = BatchMs / 1000
           INITIALIZE TimingReportLine
           STRING "  Batch total: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               " dit units, " DELIMITED BY SIZE
               FUNCTION TRIM(SecondsFormatted) DELIMITED BY SIZE
               " seconds, with " DELIMITED BY SIZE
               FUNCTION TRIM(GapCountFormatted) DELIMITED BY SIZE
               " word gap(s)" DELIMITED BY SIZE
               INTO TimingReportLine
           WRITE TimingReportLine

           MOVE SPACES TO KeyingRecord
           MOVE "T" TO KeyTrlRecordType
           MOVE WordsTimedCount TO KeyTrlWordCount
           MOVE ElementCount TO KeyTrlElementCount
           MOVE ScheduleKeyDownMs TO KeyTrlKeyDownMs
           MOVE ScheduleTotalMs TO KeyTrlTotalMs
           WRITE KeyingRecord
           .

      * Replace entries in MorseLetters with overrides from
      * MorseAlphabetConfig, if that file exists, so each word is
      * re-encoded with the table SMORSE encoded it with.
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

      * Parse one "key,pattern" config line and, if the key is in the
      * code book, overwrite its entry in MorseLetters.
       207-APPLY-MORSE-ALPHABET-OVERRIDE.
           UNSTRING MorseAlphabetConfigLine DELIMITED BY ","
               INTO ConfigKeyChar, ConfigPattern
           MOVE ConfigKeyChar TO CodeBookChar
           PERFORM 208-LOCATE-CODE-BOOK-SLOT
           IF CodeBookSlot IS GREATER THAN 0 THEN
               MOVE ConfigPattern TO MorseLetters(CodeBookSlot)
           END-IF
           .

      * Map CodeBookChar to its MorseLetters slot the way SMORSE maps
      * it, leaving 0 for a character the code book does not hold.
       208-LOCATE-CODE-BOOK-SLOT.
           MOVE FUNCTION ORD(CodeBookChar) TO CodeBookSlot
           EVALUATE CodeBookChar
               WHEN "A" THRU "Z"
                   SUBTRACT 65 FROM CodeBookSlot
               WHEN "a" THRU "z"
                   SUBTRACT 97 FROM CodeBookSlot
               WHEN "0" THRU "9"
                   SUBTRACT 22 FROM CodeBookSlot
      *        Punctuation/prosign slots 37-40 (see MORSETBL.cpy)
               WHEN "/"
                   MOVE 37 TO CodeBookSlot
               WHEN "("
                   MOVE 38 TO CodeBookSlot
               WHEN "="
                   MOVE 39 TO CodeBookSlot
               WHEN "+"
                   MOVE 40 TO CodeBookSlot
               WHEN OTHER
                   MOVE 0 TO CodeBookSlot
           END-EVALUATE
           IF CodeBookSlot IS GREATER THAN 40 THEN
               MOVE 0 TO CodeBookSlot
           END-IF
           .


       TIMING SECTION.
      * Split one "word -> pattern" line, confirm the word re-encodes
      * to its pattern, then time it and schedule its elements.
       300-TIME-ONE-WORD.
           ADD 1 TO WordsReadCount
           MOVE SPACES TO TimingWord
           MOVE SPACES TO TimingPattern
           MOVE SPACES TO SkipReason
           UNSTRING SmorseReportLine DELIMITED BY " -> "
               INTO TimingWord, TimingPattern
           END-UNSTRING
           EVALUATE TRUE
               WHEN TimingWord EQUAL SPACES
                   MOVE "no word on the line" TO SkipReason
               WHEN TimingPattern EQUAL SPACES
                   MOVE "no Morse pattern on the line" TO SkipReason
               WHEN OTHER
                   PERFORM 310-REBUILD-WORD-PATTERN
                   IF RebuiltPattern NOT EQUAL TimingPattern THEN
                       MOVE "pattern does not match the alphabet"
                           TO SkipReason
                   END-IF
           END-EVALUATE
           IF SkipReason NOT EQUAL SPACES THEN
               ADD 1 TO WordsSkippedCount
               INITIALIZE TimingReportLine
               STRING FUNCTION TRIM(SmorseReportLine) DELIMITED BY SIZE
                   ", SKIPPED, " DELIMITED BY SIZE
                   FUNCTION TRIM(SkipReason) DELIMITED BY SIZE
                   INTO TimingReportLine
               WRITE TimingReportLine
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WordsTimedCount
           MOVE 0 TO WordCharacterCount
           MOVE 0 TO WordElementCount
           MOVE 0 TO WordElementUnits
           MOVE 0 TO WordIntraGapUnits
           MOVE 0 TO WordMs
           PERFORM VARYING WordIndex FROM 1 BY 1
                   UNTIL WordIndex IS GREATER THAN WordLength
               MOVE TimingWord(WordIndex:1) TO CodeBookChar
               PERFORM 208-LOCATE-CODE-BOOK-SLOT
               IF CodeBookSlot IS GREATER THAN 0 THEN
                   PERFORM 320-SCHEDULE-CHARACTER
               END-IF
           END-PERFORM

      *    Three units between each pair of characters
           IF WordCharacterCount IS GREATER THAN 1 THEN
               COMPUTE WordDitUnits = WordElementUnits +
                   WordIntraGapUnits + (WordCharacterCount - 1) * 3
               COMPUTE WordMs = WordMs +
                   (WordCharacterCount - 1) * CharGapMs
           ELSE
               COMPUTE WordDitUnits = WordElementUnits +
                   WordIntraGapUnits
           END-IF
           ADD WordDitUnits TO BatchDitUnits
           ADD WordMs TO BatchMs

           MOVE WordDitUnits TO CountFormatted
           COMPUTE SecondsFormatted ROUNDED = WordMs / 1000
           INITIALIZE TimingReportLine
           STRING FUNCTION TRIM(TimingWord) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               " dit units, " DELIMITED BY SIZE
               FUNCTION TRIM(SecondsFormatted) DELIMITED BY SIZE
               " seconds" DELIMITED BY SIZE
               INTO TimingReportLine
           WRITE TimingReportLine
           .

      * Re-encode TimingWord character by character into
      * RebuiltPattern, skipping unencodable characters as SMORSE
      * skips them.
       310-REBUILD-WORD-PATTERN.
           MOVE SPACES TO RebuiltPattern
           MOVE 1 TO RebuiltPointer
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TimingWord)) TO WordLength
           MOVE FUNCTION TRIM(TimingWord) TO TimingWord
           PERFORM VARYING WordIndex FROM 1 BY 1
                   UNTIL WordIndex IS GREATER THAN WordLength
               MOVE TimingWord(WordIndex:1) TO CodeBookChar
               PERFORM 208-LOCATE-CODE-BOOK-SLOT
               IF CodeBookSlot IS GREATER THAN 0 THEN
                   STRING MorseLetters(CodeBookSlot) DELIMITED BY SPACE
                       INTO RebuiltPattern WITH POINTER RebuiltPointer
                   END-STRING
               END-IF
           END-PERFORM
           .

      * Time and schedule the elements of the character in
      * CodeBookSlot.  Before its first element, the element held back
      * from the previous character is released with a character gap,
      * or from the previous word with a word gap.
       320-SCHEDULE-CHARACTER.
           ADD 1 TO WordCharacterCount
           MOVE MorseLetters(CodeBookSlot) TO LetterPattern
           MOVE 0 TO LetterPatternLength
           INSPECT LetterPattern TALLYING LetterPatternLength
               FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM VARYING ElementIndex FROM 1 BY 1
                   UNTIL ElementIndex IS GREATER THAN
                       LetterPatternLength
               MOVE LetterPattern(ElementIndex:1) TO ElementSymbol
               IF ElementPending THEN
                   MOVE PendingElementRecord TO KeyingRecord
                   EVALUATE TRUE
                       WHEN ElementIndex IS GREATER THAN 1
                           COMPUTE KeyElmKeyUpMs ROUNDED = DitMs
                       WHEN WordCharacterCount IS GREATER THAN 1
                           COMPUTE KeyElmKeyUpMs ROUNDED = CharGapMs
                       WHEN OTHER
                           COMPUTE KeyElmKeyUpMs ROUNDED = WordGapMs
                   END-EVALUATE
                   PERFORM 330-WRITE-ELEMENT-RECORD
               END-IF
               ADD 1 TO WordElementCount
               MOVE SPACES TO KeyingRecord
               MOVE "E" TO KeyElmRecordType
               MOVE WordsTimedCount TO KeyElmWordNumber
               MOVE WordElementCount TO KeyElmElementNumber
               MOVE TimingWord(WordIndex:1) TO KeyElmCharacter
               MOVE ElementSymbol TO KeyElmSymbol
               IF ElementSymbol EQUAL "-" THEN
                   ADD 3 TO WordElementUnits
                   ADD DahMs TO WordMs
                   COMPUTE KeyElmKeyDownMs ROUNDED = DahMs
               ELSE
                   ADD 1 TO WordElementUnits
                   ADD DitMs TO WordMs
                   COMPUTE KeyElmKeyDownMs ROUNDED = DitMs
               END-IF
               MOVE 0 TO KeyElmKeyUpMs
               MOVE KeyingRecord TO PendingElementRecord
               SET ElementPending TO TRUE
      *        One unit between the elements of a character
               IF ElementIndex IS LESS THAN LetterPatternLength THEN
                   ADD 1 TO WordIntraGapUnits
                   ADD DitMs TO WordMs
               END-IF
           END-PERFORM
           .

      * Write the element record now in KeyingRecord, adding its
      * times to the schedule totals.
       330-WRITE-ELEMENT-RECORD.
           ADD 1 TO ElementCount
           ADD KeyElmKeyDownMs TO ScheduleKeyDownMs
           ADD KeyElmKeyDownMs TO ScheduleTotalMs
           ADD KeyElmKeyUpMs TO ScheduleTotalMs
           WRITE KeyingRecord
           MOVE "N" TO ElementPendingSwitch
           .


       AUDIT SECTION.
           COPY "RUNLOGWRITE.cpy".

       END PROGRAM MORSETIMING.
