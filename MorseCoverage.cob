*>GCOB >>SOURCE FORMAT IS FIXED
      ******************************************************************
      * Morse sequence coverage report: which dot/dash strings of a   *
      * given length occur inside no dictionary word's smooshed       *
      * encoding.                                                     *
      *                                                               *
      * Choosing a delimiter or marker sequence that can never be     *
      * mistaken for traffic meant guessing and then grepping the     *
      * word list.  MORSECOLLISIONS only compares whole-word          *
      * patterns; this program slides a window of the requested       *
      * length N along every cached LengthIndexedMorse value in the   *
      * selected dictionary's EnableWordsByLength index, marks each   *
      * of the 2^N possible dot/dash strings it meets, and lists      *
      * every one it never met, with the coverage percentage.  The    *
      * cached encodings are the ones the bonus scan built, so any    *
      * MorseAlphabetConfig override in force then is honoured here.  *
      *                                                               *
      * Invocation:                                                   *
      *   MorseCoverage [length [report [dictionary-id]]]             *
      * The length defaults to 13 and may be 1 through 20.            *
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
       PROGRAM-ID. MORSECOVERAGE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               COPY "ENABLEWSL.cpy".
               COPY "ENABLEWBLSL.cpy".
      *        The coverage totals, then one line per dot/dash string
      *        of the requested length that no word produces.
               SELECT CoverageReport ASSIGN TO CoverageReportPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               COPY "DICTREGSL.cpy".
               COPY "DICTCTLSL.cpy".
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
      * The word list itself, read only to check it against its
      * control totals.
       COPY "ENABLEWFD.cpy".

      * Length-indexed EnableWords, with each word's Morse pattern
      * cached by DAILYPROGRAMMER380EASY's bonus scan.
       COPY "ENABLEWBLFD.cpy".

       FD CoverageReport.
       01  CoverageReportLine PIC X(80).

       COPY "DICTREGFD.cpy".

       COPY "DICTCTLFD.cpy".

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
       COPY "DICTREGWS.cpy".
       COPY "DICTCTLWS.cpy".
      * Command-line controls
       01  ArgCount PIC 999.
       01  CoverageReportPath PIC X(80)
               VALUE "data/morse-coverage.out".
       01  LengthArgValue PIC X(20).
      * The sequence length asked for, and the 2^N strings it spans.
      * Twenty symbols is a million strings, as large a table as the
      * report could usefully list.
       01  SequenceLength PIC 99 COMP VALUE 13.
       01  SequenceSpace PIC 9(9) COMP.
      * File read controls
       01  EnableWordsByLengthStatus PIC XX.
       01  IndexScanEOFSwitch PIC A VALUE "N".
           88  IndexScanEOF            VALUE "Y".
      * One switch per possible string, indexed by the string read as
      * a binary number (dot 0, dash 1) plus one.
       01  SequenceSeenTable.
           05  SequenceSeen OCCURS 1048576 TIMES PIC A.
      * The window sliding along the pattern in hand: its value as a
      * binary number and how many symbols it holds so far
       01  PatternLength PIC 999 COMP.
       01  SymbolIndex PIC 999 COMP.
       01  WindowValue PIC 9(9) COMP.
       01  WindowFill PIC 999 COMP.
      * One never-seen string being spelled out for the report
       01  SequenceIndex PIC 9(9) COMP.
       01  SpellValue PIC 9(9) COMP.
       01  SpellBit PIC 9 COMP.
       01  SpellPosition PIC 99 COMP.
       01  SequenceText PIC X(20).
      * Counts for the run as a whole
       01  IndexedWordCount PIC 9(9) COMP VALUE 0.
       01  SeenSequenceCount PIC 9(9) COMP VALUE 0.
       01  UnseenSequenceCount PIC 9(9) COMP VALUE 0.
       01  CoveragePercent PIC 999V99.
       01  CountFormatted PIC Z(8)9.
       01  LengthFormatted PIC Z9.
       01  PercentFormatted PIC ZZ9.99.


       PROCEDURE DIVISION.
       MAIN SECTION.
       000-MAIN.
           PERFORM 900-START-RUN-LOG
           MOVE "MORSECOVERAGE" TO RunLogProgramName

      *    Arg 1 is the sequence length, arg 2 optionally overrides the
      *    report path, and arg 3 names the dictionary whose index to
      *    examine, resolved through the registry.
           ACCEPT ArgCount FROM ARGUMENT-NUMBER
           IF ArgCount IS GREATER THAN 0 THEN
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT LengthArgValue FROM ARGUMENT-VALUE
               IF FUNCTION TEST-NUMVAL(LengthArgValue) EQUAL 0 AND
                       FUNCTION NUMVAL(LengthArgValue) IS GREATER THAN
                           0 AND
                       FUNCTION NUMVAL(LengthArgValue) IS LESS THAN 21
               THEN
                   MOVE FUNCTION NUMVAL(LengthArgValue)
                       TO SequenceLength
               ELSE
                   DISPLAY "MORSECOVERAGE: sequence length '"
                       FUNCTION TRIM(LengthArgValue)
                       "' is not a number from 1 to 20."
                   MOVE "ERR" TO RunLogResult
                   PERFORM 901-WRITE-RUN-LOG
                   GOBACK
               END-IF
           END-IF
           IF ArgCount IS GREATER THAN 1 THEN
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT CoverageReportPath FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 2 THEN
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT DictionaryId FROM ARGUMENT-VALUE
           END-IF

           PERFORM 905-RESOLVE-DICTIONARY
           IF NOT DictResolveOk THEN
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE EnableWordsByLengthPath TO RunLogInputSource

      *    No two programs may work the shared enablewords files at
      *    once; refuse the run cleanly if the resource stays held.
           MOVE "ENABLEWORDS" TO LockResourceName
           PERFORM 910-ACQUIRE-RESOURCE-LOCK
           IF NOT LockAcquired THEN
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

      *    The word list and its length index must still total what
      *    their last rebuild recorded; anything else was changed
      *    behind DICTMAINT's back, and nothing built on it is sound.
           PERFORM 930-VERIFY-DICTIONARY-CONTROL
           IF NOT DictControlOk THEN
               DISPLAY "MORSECOVERAGE: dictionary control check "
                   "failed; run refused."
               PERFORM 911-RELEASE-RESOURCE-LOCK
               MOVE "CTLM" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

           PERFORM 100-MARK-OCCURRING-SEQUENCES
           PERFORM 911-RELEASE-RESOURCE-LOCK
           IF RunLogResult EQUAL "OK" THEN
               PERFORM 200-WRITE-COVERAGE-REPORT
               DISPLAY "MORSECOVERAGE: " IndexedWordCount " indexed "
                   "word(s) examined, " UnseenSequenceCount
                   " sequence(s) never produced."
           END-IF
           MOVE IndexedWordCount TO RunLogRecordsProcessed
           PERFORM 901-WRITE-RUN-LOG
           GOBACK.


       COVERAGE SECTION.
      * One pass over the index, marking every string of the requested
      * length found inside any cached pattern.  Without the index (no
      * bonus scan has run) there is nothing to examine, so the run is
      * refused the way MORSECOLLISIONS refuses it.
       100-MARK-OCCURRING-SEQUENCES.
           MOVE 1 TO SequenceSpace
           PERFORM SequenceLength TIMES
               MULTIPLY 2 BY SequenceSpace
           END-PERFORM
           MOVE ALL "N" TO SequenceSeenTable
           MOVE "N" TO IndexScanEOFSwitch
           MOVE SPACES TO EnableWordsByLengthStatus
           OPEN INPUT EnableWordsByLength
           IF EnableWordsByLengthStatus NOT EQUAL "00" THEN
               DISPLAY "MORSECOVERAGE: index "
                   FUNCTION TRIM(EnableWordsByLengthPath)
                   " not available; run the bonus scan first."
               MOVE "ERR" TO RunLogResult
           ELSE
               MOVE 0 TO WordLength
               MOVE 0 TO WordSequence
               START EnableWordsByLength KEY IS GREATER THAN OR EQUAL
                       LengthKey
                   INVALID KEY SET IndexScanEOF TO TRUE
               END-START
               PERFORM UNTIL IndexScanEOF
                   READ EnableWordsByLength NEXT RECORD
                       AT END SET IndexScanEOF TO TRUE
                       NOT AT END
                           ADD 1 TO IndexedWordCount
                           PERFORM 110-MARK-WORD-SEQUENCES
                   END-READ
               END-PERFORM
               CLOSE EnableWordsByLength
           END-IF
           .

      * Slide the window along the pattern just read.  Each symbol
      * shifts into the low end of WindowValue and the oldest falls
      * off the top; once the window is full, every position marks the
      * string it holds.  A symbol other than a dot or dash (an
      * unencodable character left out of the pattern cannot leave
      * one, but a damaged record might) restarts the window.
       110-MARK-WORD-SEQUENCES.
           MOVE LENGTH OF FUNCTION TRIM(LengthIndexedMorse)
               TO PatternLength
           MOVE 0 TO WindowValue
           MOVE 0 TO WindowFill
           PERFORM VARYING SymbolIndex FROM 1 BY 1
                   UNTIL SymbolIndex IS GREATER THAN PatternLength
               EVALUATE LengthIndexedMorse(SymbolIndex:1)
                   WHEN "."
                       COMPUTE WindowValue =
                           FUNCTION MOD(WindowValue * 2, SequenceSpace)
                       ADD 1 TO WindowFill
                   WHEN "-"
                       COMPUTE WindowValue = FUNCTION MOD(
                           WindowValue * 2 + 1, SequenceSpace)
                       ADD 1 TO WindowFill
                   WHEN OTHER
                       MOVE 0 TO WindowValue
                       MOVE 0 TO WindowFill
               END-EVALUATE
               IF WindowFill IS GREATER THAN OR EQUAL TO SequenceLength
                   AND SequenceSeen(WindowValue + 1) EQUAL "N"
               THEN
                   MOVE "Y" TO SequenceSeen(WindowValue + 1)
                   ADD 1 TO SeenSequenceCount
               END-IF
           END-PERFORM
           .


       PUBLISH SECTION.
      * Write the totals and then every string never seen, in binary
      * order (all dots first, all dashes last).
       200-WRITE-COVERAGE-REPORT.
           COMPUTE UnseenSequenceCount =
               SequenceSpace - SeenSequenceCount
           COMPUTE CoveragePercent ROUNDED =
               SeenSequenceCount * 100 / SequenceSpace
           OPEN OUTPUT CoverageReport
           MOVE SequenceLength TO LengthFormatted
           INITIALIZE CoverageReportLine
           STRING "Morse sequence coverage, dictionary "
                   DELIMITED BY SIZE
               FUNCTION TRIM(DictionaryId) DELIMITED BY SIZE
               ", sequence length " DELIMITED BY SIZE
               FUNCTION TRIM(LengthFormatted) DELIMITED BY SIZE
               INTO CoverageReportLine
           WRITE CoverageReportLine
           MOVE IndexedWordCount TO CountFormatted
           INITIALIZE CoverageReportLine
           STRING "  Words examined: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO CoverageReportLine
           WRITE CoverageReportLine
           MOVE SequenceSpace TO CountFormatted
           INITIALIZE CoverageReportLine
           STRING "  Sequences possible: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO CoverageReportLine
           WRITE CoverageReportLine
           MOVE SeenSequenceCount TO CountFormatted
           INITIALIZE CoverageReportLine
           STRING "  Sequences produced: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO CoverageReportLine
           WRITE CoverageReportLine
           MOVE UnseenSequenceCount TO CountFormatted
           INITIALIZE CoverageReportLine
           STRING "  Sequences never produced: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO CoverageReportLine
           WRITE CoverageReportLine
           MOVE CoveragePercent TO PercentFormatted
           INITIALIZE CoverageReportLine
           STRING "  Coverage: " DELIMITED BY SIZE
               FUNCTION TRIM(PercentFormatted) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO CoverageReportLine
           WRITE CoverageReportLine
           MOVE "Sequences no word produces:" TO CoverageReportLine
           WRITE CoverageReportLine
           PERFORM VARYING SequenceIndex FROM 1 BY 1
                   UNTIL SequenceIndex IS GREATER THAN SequenceSpace
               IF SequenceSeen(SequenceIndex) EQUAL "N" THEN
                   PERFORM 210-WRITE-UNSEEN-SEQUENCE
               END-IF
           END-PERFORM
           CLOSE CoverageReport
           .

      * Spell out the string at SequenceIndex, last symbol first, from
      * the bits of its table position, and write it indented.
       210-WRITE-UNSEEN-SEQUENCE.
           COMPUTE SpellValue = SequenceIndex - 1
           MOVE SPACES TO SequenceText
           PERFORM VARYING SpellPosition FROM SequenceLength BY -1
                   UNTIL SpellPosition EQUAL 0
               DIVIDE SpellValue BY 2 GIVING SpellValue
                   REMAINDER SpellBit
               IF SpellBit EQUAL 1 THEN
                   MOVE "-" TO SequenceText(SpellPosition:1)
               ELSE
                   MOVE "." TO SequenceText(SpellPosition:1)
               END-IF
           END-PERFORM
           INITIALIZE CoverageReportLine
           STRING "  " DELIMITED BY SIZE
               SequenceText(1:SequenceLength) DELIMITED BY SIZE
               INTO CoverageReportLine
           WRITE CoverageReportLine
           .


       AUDIT SECTION.
           COPY "RUNLOGWRITE.cpy".
           COPY "LOCKING.cpy".
           COPY "DICTREGLOOK.cpy".
           COPY "DICTCTLCHK.cpy".

       END PROGRAM MORSECOVERAGE.
