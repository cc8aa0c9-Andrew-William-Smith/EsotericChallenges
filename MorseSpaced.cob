*>GCOB >>SOURCE FORMAT IS FIXED
      ******************************************************************
      * Spaced Morse transmission encoder/decoder.                    *
      *                                                               *
      * Everything else in the suite works on smooshed Morse, but the *
      * traffic actually keyed and received has a gap between letters *
      * and a "/" between words.  ENCODE turns each plain-text        *
      * message line (words of letters, digits, and the four         *
      * prosigns of MORSETBL.cpy) into that spaced form; DECODE turns *
      * each spaced line back into text by walking the selected       *
      * MorseTrees tree one symbol group at a time, the same walk     *
      * FIND-PERMUTATION's 210-NAVIGATE-TREE makes.  Any              *
      * MorseAlphabetConfig override is applied first, exactly as     *
      * DAILYPROGRAMMER380EASY applies it for SMORSE, so the spaced   *
      * and smooshed forms always agree: a group matching an          *
      * overridden pattern decodes to its overriding character, and   *
      * the tree's answer for a character whose pattern has been      *
      * overridden away is not trusted.  Characters that cannot be    *
      * encoded and groups the tree cannot resolve are listed in the  *
      * exception report; an unresolved group decodes as "?" so the   *
      * rest of the message still lines up.                           *
      *                                                               *
      * Invocation:                                                   *
      *   MorseSpaced ENCODE|DECODE [input [output [report            *
      *       [tree-id [alphabet-config]]]]]                          *
      * The tree ID defaults to STANDARD and only matters to DECODE.  *
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
       PROGRAM-ID. MORSESPACED.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               COPY "MORSETREESL.cpy".
      *        One message per line: plain text for ENCODE, spaced
      *        Morse for DECODE.
               SELECT SpacedInput ASSIGN TO SpacedInputPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SpacedInputStatus.
      *        The converted messages, line for line with the input.
               SELECT SpacedOutput ASSIGN TO SpacedOutputPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *        Unencodable characters, unresolved groups, and totals.
               SELECT SpacedReport ASSIGN TO SpacedReportPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT MorseAlphabetConfig
                   ASSIGN TO MorseAlphabetConfigPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MorseAlphabetConfigStatus.
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
      * Keyed Morse decoding trees, shared with DAILYPROGRAMMER380
      * INTERMEDIATE and RECONCILE.
       COPY "MORSETREEFD.cpy".

       FD SpacedInput.
       01  SpacedInputLine PIC X(1500).

       FD SpacedOutput.
       01  SpacedOutputLine PIC X(1500).

       FD SpacedReport.
       01  SpacedReportLine PIC X(132).

       FD MorseAlphabetConfig.
       01  MorseAlphabetConfigLine PIC X(20).

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
      * Morse letters table, shared with DAILYPROGRAMMER380EASY.
       COPY "MORSETBL.cpy".
      * Command-line controls
       01  ArgCount PIC 999.
       01  ArgumentValue PIC X(80).
       01  ConversionMode PIC X(6).
           88  EncodeMode              VALUE "ENCODE".
           88  DecodeMode              VALUE "DECODE".
       01  SpacedInputPath PIC X(80)
               VALUE "data/morse-spaced.in".
       01  SpacedOutputPath PIC X(80)
               VALUE "data/morse-spaced.out".
       01  SpacedReportPath PIC X(80)
               VALUE "data/morse-spaced-report.out".
       01  SelectedTreeId PIC X(10) VALUE "STANDARD".
       01  SpacedInputStatus PIC XX.
       01  SpacedInputEOFSwitch PIC A VALUE "N".
           88  SpacedInputEOF          VALUE "Y".
      * Decoding tree: the STANDARD default, overridable from
      * MorseTrees by SelectedTreeId (see 205-LOAD-MORSE-TREE).
       01  MorseTree PIC X(63)
               VALUE "5h4s v3i f u  2e l r+  a p w j1 " &
                     "6b=d/x n c k(y t7z g q m8  o9 0".
       01  MorseTreesStatus PIC XX.
      * The code book in MORSETBL.cpy's slot order, so a slot number
      * gives back its character.
       01  CodeBookCharacters PIC X(40)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789/(=+".
       01  CodeBookChar PIC X.
       01  CodeBookSlot PIC 999 COMP.
      * Optional Morse alphabet override, applied to this program's
      * own MorseLettersRaw the same way DAILYPROGRAMMER380EASY
      * applies it, with a note of which slots it changed.
       01  MorseAlphabetConfigPath PIC X(80)
               VALUE "data/morse-alphabet.cfg".
       01  MorseAlphabetConfigStatus PIC XX.
       01  MorseAlphabetConfigEOFSwitch PIC A VALUE "N".
           88  MorseAlphabetConfigEOF VALUE "Y".
       01  ConfigKeyChar PIC X.
       01  ConfigPattern PIC X(5).
       01  OverriddenSlotTable.
           05  SlotOverridden OCCURS 40 TIMES PIC A VALUE "N".
       01  OverrideCount PIC 99 COMP VALUE 0.
       01  SlotIndex PIC 99 COMP.
      * The message in hand
       01  MessageNumber PIC 9(9) COMP VALUE 0.
       01  MessageLength PIC 9(4) COMP.
       01  MessageIndex PIC 9(4) COMP.
       01  OutputPointer PIC 9(4) COMP.
       01  OutputOverflowSwitch PIC A VALUE "N".
           88  OutputOverflow          VALUE "Y".
       01  WordBreakPendingSwitch PIC A VALUE "N".
           88  WordBreakPending        VALUE "Y".
       01  LetterPattern PIC X(5).
      * One symbol group of a spaced message being decoded
       01  ScanPointer PIC 9(4) COMP.
       01  SymbolGroup PIC X(20).
       01  SymbolGroupLength PIC 99 COMP.
       01  GroupNumber PIC 9(4) COMP.
       01  SymbolIndex PIC 99 COMP.
       01  GroupResolvedSwitch PIC A VALUE "N".
           88  GroupResolved           VALUE "Y".
       01  DecodedChar PIC X.
       01  UnresolvedReason PIC X(50).
      * Tree navigation, mirrors FIND-PERMUTATION's 210-NAVIGATE-TREE.
       01  TreeIndex PIC 99 COMP.
       01  TreeAdjust PIC 99 COMP.
      * Counts for the run as a whole
       01  SymbolGroupCount PIC 9(9) COMP VALUE 0.
       01  ExceptionCount PIC 9(9) COMP VALUE 0.
       01  CountFormatted PIC Z(8)9.
       01  PositionFormatted PIC ZZZ9.


       PROCEDURE DIVISION.
       MAIN SECTION.
       000-MAIN.
           PERFORM 900-START-RUN-LOG
           MOVE "MORSESPACED" TO RunLogProgramName

      *    Arg 1 is the direction; the rest override the files, the
      *    decoding tree, and the alphabet override in turn.
           ACCEPT ArgCount FROM ARGUMENT-NUMBER
           MOVE SPACES TO ConversionMode
           IF ArgCount IS GREATER THAN 0 THEN
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT ArgumentValue FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(ArgumentValue) TO ConversionMode
           END-IF
           IF NOT EncodeMode AND NOT DecodeMode THEN
               DISPLAY "MORSESPACED: mode must be ENCODE or DECODE."
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF ArgCount IS GREATER THAN 1 THEN
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT SpacedInputPath FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 2 THEN
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT SpacedOutputPath FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 3 THEN
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT SpacedReportPath FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 4 THEN
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT SelectedTreeId FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 5 THEN
               DISPLAY 6 UPON ARGUMENT-NUMBER
               ACCEPT MorseAlphabetConfigPath FROM ARGUMENT-VALUE
           END-IF
           MOVE SpacedInputPath TO RunLogInputSource
           PERFORM 206-LOAD-MORSE-ALPHABET-CONFIG

      *    Only DECODE reads the tree library; the lock is held just
      *    for the load, as DAILYPROGRAMMER380INTERMEDIATE holds it.
           IF DecodeMode THEN
               MOVE "MORSETREES" TO LockResourceName
               PERFORM 910-ACQUIRE-RESOURCE-LOCK
               IF NOT LockAcquired THEN
                   MOVE "ERR" TO RunLogResult
                   PERFORM 901-WRITE-RUN-LOG
                   GOBACK
               END-IF
               PERFORM 205-LOAD-MORSE-TREE
               PERFORM 911-RELEASE-RESOURCE-LOCK
           END-IF

           MOVE SPACES TO SpacedInputStatus
           OPEN INPUT SpacedInput
           IF SpacedInputStatus NOT EQUAL "00" THEN
               DISPLAY "MORSESPACED: input "
                   FUNCTION TRIM(SpacedInputPath) " not available."
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT SpacedOutput
           OPEN OUTPUT SpacedReport
           PERFORM 100-WRITE-REPORT-HEADER
           PERFORM UNTIL SpacedInputEOF
               READ SpacedInput
                   AT END SET SpacedInputEOF TO TRUE
                   NOT AT END
                       ADD 1 TO MessageNumber
                       IF EncodeMode THEN
                           PERFORM 300-ENCODE-MESSAGE
                       ELSE
                           PERFORM 400-DECODE-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 110-WRITE-REPORT-TOTALS
           CLOSE SpacedInput
           CLOSE SpacedOutput
           CLOSE SpacedReport

           DISPLAY "MORSESPACED: " MessageNumber " message(s) "
               FUNCTION TRIM(ConversionMode) "D, " ExceptionCount
               " exception(s)."
           MOVE MessageNumber TO RunLogRecordsProcessed
           PERFORM 901-WRITE-RUN-LOG
           GOBACK.

      * Name the direction, the tree, and the override in force at
      * the top of the exception report.
       100-WRITE-REPORT-HEADER.
           INITIALIZE SpacedReportLine
           STRING "Spaced Morse " DELIMITED BY SIZE
               FUNCTION TRIM(ConversionMode) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(SpacedInputPath) DELIMITED BY SIZE
               INTO SpacedReportLine
           WRITE SpacedReportLine
           IF DecodeMode THEN
               INITIALIZE SpacedReportLine
               STRING "  Decoding tree: " DELIMITED BY SIZE
                   FUNCTION TRIM(SelectedTreeId) DELIMITED BY SIZE
                   INTO SpacedReportLine
               WRITE SpacedReportLine
           END-IF
           MOVE OverrideCount TO CountFormatted
           INITIALIZE SpacedReportLine
           STRING "  Alphabet overrides applied: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO SpacedReportLine
           WRITE SpacedReportLine
           .

      * Close the report with the run's counts.
       110-WRITE-REPORT-TOTALS.
           MOVE MessageNumber TO CountFormatted
           INITIALIZE SpacedReportLine
           STRING "  Messages converted: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO SpacedReportLine
           WRITE SpacedReportLine
           IF DecodeMode THEN
               MOVE SymbolGroupCount TO CountFormatted
               INITIALIZE SpacedReportLine
               STRING "  Symbol groups read: " DELIMITED BY SIZE
                   FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
                   INTO SpacedReportLine
               WRITE SpacedReportLine
           END-IF
           MOVE ExceptionCount TO CountFormatted
           INITIALIZE SpacedReportLine
           STRING "  Exceptions: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO SpacedReportLine
           WRITE SpacedReportLine
           .

      * Look up SelectedTreeId in MorseTrees and, if found, replace
      * MorseTree with the named tree's value; otherwise keep the
      * compiled-in STANDARD tree.
       205-LOAD-MORSE-TREE.
           OPEN INPUT MorseTrees
           IF MorseTreesStatus EQUAL "00" THEN
               MOVE SelectedTreeId TO MorseTreeId
               READ MorseTrees KEY IS MorseTreeId
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE MorseTreeValue TO MorseTree
               END-READ
               CLOSE MorseTrees
           END-IF
           .

      * Replace entries in MorseLetters with overrides from
      * MorseAlphabetConfig, if that file exists (see 207-APPLY-
      * MORSE-ALPHABET-OVERRIDE).
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
      * code book, overwrite its entry in MorseLetters with the
      * configured pattern and mark the slot overridden.
       207-APPLY-MORSE-ALPHABET-OVERRIDE.
           UNSTRING MorseAlphabetConfigLine DELIMITED BY ","
               INTO ConfigKeyChar, ConfigPattern
           MOVE ConfigKeyChar TO CodeBookChar
           PERFORM 208-LOCATE-CODE-BOOK-SLOT
           IF CodeBookSlot IS GREATER THAN 0 THEN
               MOVE ConfigPattern TO MorseLetters(CodeBookSlot)
               IF SlotOverridden(CodeBookSlot) EQUAL "N" THEN
                   MOVE "Y" TO SlotOverridden(CodeBookSlot)
                   ADD 1 TO OverrideCount
               END-IF
           END-IF
           .

      * Map CodeBookChar to its MorseLetters slot the way SMORSE-
      * ENCODE's 010-CONVERT-LETTER does, leaving 0 in CodeBookSlot
      * for a character the code book does not hold.
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


       ENCODE SECTION.
      * Encode one plain-text message: each character's pattern,
      * a single space between letters, and " / " wherever the text
      * has one or more spaces between words.  An unencodable
      * character is reported and left out, as SMORSE leaves it out.
       300-ENCODE-MESSAGE.
           MOVE SPACES TO SpacedOutputLine
           MOVE 1 TO OutputPointer
           MOVE "N" TO OutputOverflowSwitch
           MOVE "N" TO WordBreakPendingSwitch
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SpacedInputLine TRAILING))
               TO MessageLength
           IF SpacedInputLine EQUAL SPACES THEN
               MOVE 0 TO MessageLength
           END-IF
           PERFORM VARYING MessageIndex FROM 1 BY 1
                   UNTIL MessageIndex IS GREATER THAN MessageLength
                       OR OutputOverflow
               MOVE SpacedInputLine(MessageIndex:1) TO CodeBookChar
               IF CodeBookChar EQUAL SPACE THEN
                   IF OutputPointer IS GREATER THAN 1 THEN
                       SET WordBreakPending TO TRUE
                   END-IF
               ELSE
                   PERFORM 208-LOCATE-CODE-BOOK-SLOT
                   IF CodeBookSlot EQUAL 0 THEN
                       PERFORM 310-REPORT-UNENCODABLE
                   ELSE
                       PERFORM 320-APPEND-LETTER-PATTERN
                   END-IF
               END-IF
           END-PERFORM
           IF OutputOverflow THEN
               PERFORM 330-REPORT-OVERFLOW
           END-IF
           WRITE SpacedOutputLine
           .

      * One character the code book has no pattern for.
       310-REPORT-UNENCODABLE.
           ADD 1 TO ExceptionCount
           MOVE MessageNumber TO CountFormatted
           MOVE MessageIndex TO PositionFormatted
           INITIALIZE SpacedReportLine
           STRING "MESSAGE " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               ", POSITION " DELIMITED BY SIZE
               FUNCTION TRIM(PositionFormatted) DELIMITED BY SIZE
               ", UNENCODABLE, '" DELIMITED BY SIZE
               CodeBookChar DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SpacedReportLine
           WRITE SpacedReportLine
           .

      * Append the pattern for CodeBookSlot, preceded by the letter
      * gap or the word separator when it is not the first.
       320-APPEND-LETTER-PATTERN.
           MOVE MorseLetters(CodeBookSlot) TO LetterPattern
           IF OutputPointer IS GREATER THAN 1 THEN
               IF WordBreakPending THEN
                   STRING " / " DELIMITED BY SIZE
                       INTO SpacedOutputLine WITH POINTER OutputPointer
                       ON OVERFLOW SET OutputOverflow TO TRUE
                   END-STRING
               ELSE
                   STRING " " DELIMITED BY SIZE
                       INTO SpacedOutputLine WITH POINTER OutputPointer
                       ON OVERFLOW SET OutputOverflow TO TRUE
                   END-STRING
               END-IF
           END-IF
           MOVE "N" TO WordBreakPendingSwitch
           STRING LetterPattern DELIMITED BY SPACE
               INTO SpacedOutputLine WITH POINTER OutputPointer
               ON OVERFLOW SET OutputOverflow TO TRUE
           END-STRING
           .

      * The converted message would not fit the output line; what did
      * fit is still written so the lines stay in step.
       330-REPORT-OVERFLOW.
           ADD 1 TO ExceptionCount
           MOVE MessageNumber TO CountFormatted
           INITIALIZE SpacedReportLine
           STRING "MESSAGE " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               ", TRUNCATED, longer than the 1500-character line"
                   DELIMITED BY SIZE
               INTO SpacedReportLine
           WRITE SpacedReportLine
           .


       DECODE SECTION.
      * Decode one spaced message group by group.  Groups are
      * separated by one or more spaces; a "/" group is a word break.
       400-DECODE-MESSAGE.
           MOVE SPACES TO SpacedOutputLine
           MOVE 1 TO OutputPointer
           MOVE "N" TO OutputOverflowSwitch
           MOVE "N" TO WordBreakPendingSwitch
           MOVE 0 TO GroupNumber
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SpacedInputLine TRAILING))
               TO MessageLength
           IF SpacedInputLine EQUAL SPACES THEN
               MOVE 0 TO MessageLength
           END-IF
           MOVE 1 TO ScanPointer
           PERFORM UNTIL ScanPointer IS GREATER THAN MessageLength
                   OR OutputOverflow
               MOVE SPACES TO SymbolGroup
               MOVE 0 TO SymbolGroupLength
               UNSTRING SpacedInputLine(1:MessageLength)
                   DELIMITED BY ALL SPACE
                   INTO SymbolGroup COUNT IN SymbolGroupLength
                   WITH POINTER ScanPointer
               END-UNSTRING
               EVALUATE TRUE
                   WHEN SymbolGroupLength EQUAL 0
                       CONTINUE
                   WHEN SymbolGroup EQUAL "/"
                       IF OutputPointer IS GREATER THAN 1 THEN
                           SET WordBreakPending TO TRUE
                       END-IF
                   WHEN OTHER
                       ADD 1 TO GroupNumber
                       ADD 1 TO SymbolGroupCount
                       PERFORM 410-DECODE-SYMBOL-GROUP
                       PERFORM 430-APPEND-DECODED-CHAR
               END-EVALUATE
           END-PERFORM
           IF OutputOverflow THEN
               PERFORM 330-REPORT-OVERFLOW
           END-IF
           WRITE SpacedOutputLine
           .

      * Resolve SymbolGroup to DecodedChar.  A pattern the override
      * assigned wins outright; anything else is walked down the tree,
      * whose answer stands unless that character's own pattern has
      * been overridden to something else, since the smooshed form
      * would never produce it from this group.
       410-DECODE-SYMBOL-GROUP.
           MOVE "N" TO GroupResolvedSwitch
           MOVE "?" TO DecodedChar
           MOVE SPACES TO UnresolvedReason
           IF SymbolGroupLength IS GREATER THAN 5 THEN
               MOVE "longer than five symbols" TO UnresolvedReason
           END-IF
           PERFORM VARYING SymbolIndex FROM 1 BY 1
                   UNTIL SymbolIndex IS GREATER THAN SymbolGroupLength
                       OR SymbolIndex IS GREATER THAN 20
               IF SymbolGroup(SymbolIndex:1) NOT EQUAL "." AND
                       SymbolGroup(SymbolIndex:1) NOT EQUAL "-"
               THEN
                   MOVE "not dots and dashes" TO UnresolvedReason
               END-IF
           END-PERFORM
           IF UnresolvedReason NOT EQUAL SPACES THEN
               PERFORM 420-REPORT-UNRESOLVED
               EXIT PARAGRAPH
           END-IF

           IF OverrideCount IS GREATER THAN 0 THEN
               PERFORM VARYING SlotIndex FROM 1 BY 1
                       UNTIL SlotIndex IS GREATER THAN 40
                           OR GroupResolved
                   IF SlotOverridden(SlotIndex) EQUAL "Y" AND
                           MorseLetters(SlotIndex) EQUAL SymbolGroup
                   THEN
                       MOVE CodeBookCharacters(SlotIndex:1)
                           TO DecodedChar
                       SET GroupResolved TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF GroupResolved THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 32 TO TreeIndex
           MOVE 16 TO TreeAdjust
           PERFORM VARYING SymbolIndex FROM 1 BY 1
                   UNTIL SymbolIndex IS GREATER THAN SymbolGroupLength
               IF SymbolGroup(SymbolIndex:1) EQUAL "." THEN
                   SUBTRACT TreeAdjust FROM TreeIndex
               ELSE
                   ADD TreeAdjust TO TreeIndex
               END-IF
               DIVIDE 2 INTO TreeAdjust
           END-PERFORM
           MOVE MorseTree(TreeIndex:1) TO CodeBookChar
           PERFORM 208-LOCATE-CODE-BOOK-SLOT
           EVALUATE TRUE
               WHEN CodeBookSlot EQUAL 0
                   MOVE "no character in the tree" TO UnresolvedReason
               WHEN SlotOverridden(CodeBookSlot) EQUAL "Y"
                   MOVE "tree character overridden in the alphabet"
                       TO UnresolvedReason
               WHEN OTHER
                   MOVE CodeBookCharacters(CodeBookSlot:1)
                       TO DecodedChar
                   SET GroupResolved TO TRUE
           END-EVALUATE
           IF NOT GroupResolved THEN
               PERFORM 420-REPORT-UNRESOLVED
           END-IF
           .

      * One symbol group the tree cannot resolve, and why.
       420-REPORT-UNRESOLVED.
           ADD 1 TO ExceptionCount
           MOVE MessageNumber TO CountFormatted
           MOVE GroupNumber TO PositionFormatted
           INITIALIZE SpacedReportLine
           STRING "MESSAGE " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               ", GROUP " DELIMITED BY SIZE
               FUNCTION TRIM(PositionFormatted) DELIMITED BY SIZE
               ", UNRESOLVED, '" DELIMITED BY SIZE
               FUNCTION TRIM(SymbolGroup) DELIMITED BY SIZE
               "', " DELIMITED BY SIZE
               FUNCTION TRIM(UnresolvedReason) DELIMITED BY SIZE
               INTO SpacedReportLine
           WRITE SpacedReportLine
           .

      * Append DecodedChar, preceded by a space when a word break
      * came before it.
       430-APPEND-DECODED-CHAR.
           IF WordBreakPending THEN
               STRING " " DELIMITED BY SIZE
                   INTO SpacedOutputLine WITH POINTER OutputPointer
                   ON OVERFLOW SET OutputOverflow TO TRUE
               END-STRING
               MOVE "N" TO WordBreakPendingSwitch
           END-IF
           STRING DecodedChar DELIMITED BY SIZE
               INTO SpacedOutputLine WITH POINTER OutputPointer
               ON OVERFLOW SET OutputOverflow TO TRUE
           END-STRING
           .


       AUDIT SECTION.
           COPY "RUNLOGWRITE.cpy".
           COPY "LOCKING.cpy".

       END PROGRAM MORSESPACED.
