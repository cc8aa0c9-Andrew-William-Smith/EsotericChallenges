*>GCOB >>SOURCE FORMAT IS FIXED
      ******************************************************************
      * Word-frequency master load.                                   *
      *                                                               *
      * MORSESEGMENT and MORSELOOKUP used to list candidates in the   *
      * order the search happened on them, so the sensible reading    *
      * was often not among the few shown.  This program loads a      *
      * supplied frequency list -- one "word,count" line per word --  *
      * into the word-frequency master for one registered dictionary, *
      * replacing whatever list that dictionary had before, and both  *
      * programs then rank their candidates by it.  Each word is      *
      * scored as the base-10 log of its share of the list's total,   *
      * so a sentence's words' scores add up to the sentence's.  The  *
      * dictionary's control record carries the total, the load date, *
      * and the score given to words the list never mentions.         *
      *                                                               *
      * Lines are rejected, with the reason, in the load report: a    *
      * blank word, a word longer than the 28 letters a dictionary    *
      * word may have, a word with anything but letters in it, a      *
      * count that is not a whole number above zero, or a word        *
      * already loaded from an earlier line.                          *
      *                                                               *
      * Invocation:                                                   *
      *   WordFreqLoad [frequency-list [dictionary-id [report]]]      *
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
       PROGRAM-ID. WORDFREQLOAD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *        The supplied list, one "word,count" line per word.
               SELECT FrequencyList ASSIGN TO FrequencyListPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FrequencyListStatus.
      *        Every rejected line with its reason, then the totals.
               SELECT LoadReport ASSIGN TO LoadReportPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               COPY "WORDFREQSL.cpy".
               COPY "DICTREGSL.cpy".
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD FrequencyList.
       01  FrequencyListLine PIC X(80).

       FD LoadReport.
       01  LoadReportLine PIC X(132).

       COPY "WORDFREQFD.cpy".

       COPY "DICTREGFD.cpy".

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
       COPY "DICTREGWS.cpy".
       COPY "WORDFREQWS.cpy".
      * Command-line controls
       01  ArgCount PIC 999.
       01  FrequencyListPath PIC X(80) VALUE "data/word-frequency.in".
       01  FrequencyListStatus PIC XX.
       01  FrequencyListEOFSwitch PIC A VALUE "N".
           88  FrequencyListEOF        VALUE "Y".
       01  LoadReportPath PIC X(80)
               VALUE "data/word-frequency-load.out".
      * The line in hand
       01  ListLineNumber PIC 9(9) COMP VALUE 0.
       01  ListWord PIC X(40).
       01  ListCountText PIC X(20).
       01  ListWordLength PIC 99 COMP.
       01  ListCount PIC 9(12).
       01  CharIndex PIC 99 COMP.
       01  RejectReason PIC X(40).
      * Master scan controls
       01  MasterScanEOFSwitch PIC A VALUE "N".
           88  MasterScanEOF           VALUE "Y".
       01  LoadDate PIC X(8).
      * Counts for the run as a whole
       01  AcceptedCount PIC 9(9) COMP VALUE 0.
       01  RejectedCount PIC 9(9) COMP VALUE 0.
       01  ReplacedCount PIC 9(9) COMP VALUE 0.
       01  ListTotalCount PIC 9(15) COMP VALUE 0.
       01  CountFormatted PIC Z(14)9.


       PROCEDURE DIVISION.
       MAIN SECTION.
       000-MAIN.
           PERFORM 900-START-RUN-LOG
           MOVE "WORDFREQLOAD" TO RunLogProgramName

      *    Arg 1 is the frequency list, arg 2 the dictionary it
      *    belongs to (resolved through the registry), arg 3 the load
      *    report.
           ACCEPT ArgCount FROM ARGUMENT-NUMBER
           IF ArgCount IS GREATER THAN 0 THEN
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT FrequencyListPath FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 1 THEN
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT DictionaryId FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 2 THEN
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT LoadReportPath FROM ARGUMENT-VALUE
           END-IF
           MOVE FrequencyListPath TO RunLogInputSource

           PERFORM 905-RESOLVE-DICTIONARY
           IF NOT DictResolveOk THEN
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

           MOVE SPACES TO FrequencyListStatus
           OPEN INPUT FrequencyList
           IF FrequencyListStatus NOT EQUAL "00" THEN
               DISPLAY "WORDFREQLOAD: frequency list "
                   FUNCTION TRIM(FrequencyListPath) " not available."
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

      *    The rankers must not read the master half-loaded; refuse
      *    the run cleanly if the resource stays held.
           MOVE "WORDFREQ" TO LockResourceName
           PERFORM 910-ACQUIRE-RESOURCE-LOCK
           IF NOT LockAcquired THEN
               CLOSE FrequencyList
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO LoadDate
           OPEN OUTPUT LoadReport
           INITIALIZE LoadReportLine
           STRING "Word-frequency load for dictionary "
                   DELIMITED BY SIZE
               FUNCTION TRIM(DictionaryId) DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               FUNCTION TRIM(FrequencyListPath) DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine

      *    Only a master that does not exist yet is created; one that
      *    will not open for any other reason is left untouched, with
      *    every dictionary's scores still on it, and the run refused.
           MOVE SPACES TO WordFrequencyStatus
           OPEN I-O WordFrequency
           IF WordFrequencyStatus EQUAL "35" THEN
               OPEN OUTPUT WordFrequency
               CLOSE WordFrequency
               OPEN I-O WordFrequency
           END-IF
           IF WordFrequencyStatus NOT EQUAL "00" THEN
               DISPLAY "WORDFREQLOAD: frequency master will not open "
                   "(status " WordFrequencyStatus "); run refused."
               CLOSE FrequencyList
               CLOSE LoadReport
               PERFORM 911-RELEASE-RESOURCE-LOCK
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM 100-CLEAR-PRIOR-LIST
           PERFORM UNTIL FrequencyListEOF
               READ FrequencyList
                   AT END SET FrequencyListEOF TO TRUE
                   NOT AT END PERFORM 200-LOAD-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE FrequencyList
           IF AcceptedCount IS GREATER THAN 0 THEN
               PERFORM 300-SCORE-LOADED-WORDS
               PERFORM 310-WRITE-CONTROL-RECORD
           END-IF
           CLOSE WordFrequency
           PERFORM 911-RELEASE-RESOURCE-LOCK

           PERFORM 400-WRITE-LOAD-TOTALS
           CLOSE LoadReport
           DISPLAY "WORDFREQLOAD: " AcceptedCount " word(s) loaded, "
               RejectedCount " rejected."
           IF AcceptedCount EQUAL 0 THEN
               MOVE "ERR" TO RunLogResult
           END-IF
           MOVE ListLineNumber TO RunLogRecordsProcessed
           PERFORM 901-WRITE-RUN-LOG
           GOBACK.


       LOAD SECTION.
      * Delete the dictionary's existing records, control record
      * included, so the new list replaces the old one outright.
       100-CLEAR-PRIOR-LIST.
           MOVE "N" TO MasterScanEOFSwitch
           MOVE DictionaryId TO WordFreqDictId
           MOVE SPACES TO WordFreqWord
           START WordFrequency KEY IS GREATER THAN OR EQUAL WordFreqKey
               INVALID KEY SET MasterScanEOF TO TRUE
           END-START
           PERFORM UNTIL MasterScanEOF
               READ WordFrequency NEXT RECORD
                   AT END SET MasterScanEOF TO TRUE
                   NOT AT END
                       IF WordFreqDictId NOT EQUAL DictionaryId THEN
                           SET MasterScanEOF TO TRUE
                       ELSE
                           DELETE WordFrequency RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           IF WordFreqWord NOT EQUAL SPACES THEN
                               ADD 1 TO ReplacedCount
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      * Validate one "word,count" line and write it, unscored, or
      * report why it was rejected.  A blank line is passed over.
       200-LOAD-ONE-LINE.
           ADD 1 TO ListLineNumber
           IF FrequencyListLine EQUAL SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ListWord
           MOVE SPACES TO ListCountText
           MOVE SPACES TO RejectReason
           UNSTRING FrequencyListLine DELIMITED BY ","
               INTO ListWord, ListCountText
           END-UNSTRING
           MOVE FUNCTION TRIM(ListWord) TO ListWord
           MOVE 0 TO ListWordLength
           IF ListWord NOT EQUAL SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ListWord))
                   TO ListWordLength
           END-IF
           EVALUATE TRUE
               WHEN ListWordLength EQUAL 0
                   MOVE "no word" TO RejectReason
               WHEN ListWordLength IS GREATER THAN 28
                   MOVE "word longer than 28 letters" TO RejectReason
               WHEN OTHER
                   PERFORM VARYING CharIndex FROM 1 BY 1
                           UNTIL CharIndex IS GREATER THAN
                               ListWordLength
                       IF ListWord(CharIndex:1) IS NOT ALPHABETIC OR
                               ListWord(CharIndex:1) EQUAL SPACE
                       THEN
                           MOVE "word is not all letters"
                               TO RejectReason
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF RejectReason EQUAL SPACES THEN
               IF FUNCTION TEST-NUMVAL(ListCountText) NOT EQUAL 0 OR
                       ListCountText EQUAL SPACES
               THEN
                   MOVE "count is not a number" TO RejectReason
               ELSE
                   IF FUNCTION NUMVAL(ListCountText) IS LESS THAN 1 OR
                           FUNCTION NUMVAL(ListCountText) NOT EQUAL
                               FUNCTION INTEGER(
                                   FUNCTION NUMVAL(ListCountText))
                   THEN
                       MOVE "count is not a whole number above zero"
                           TO RejectReason
                   ELSE
                       MOVE FUNCTION NUMVAL(ListCountText) TO ListCount
                   END-IF
               END-IF
           END-IF
           IF RejectReason EQUAL SPACES THEN
               MOVE DictionaryId TO WordFreqDictId
               MOVE FUNCTION LOWER-CASE(ListWord) TO WordFreqWord
               MOVE ListCount TO WordFreqCount
               MOVE 0 TO WordFreqScore
               MOVE LoadDate TO WordFreqLoadDate
               WRITE WordFrequencyRecord
                   INVALID KEY
                       MOVE "word already loaded from an earlier line"
                           TO RejectReason
                   NOT INVALID KEY
                       ADD 1 TO AcceptedCount
                       ADD ListCount TO ListTotalCount
               END-WRITE
           END-IF
           IF RejectReason NOT EQUAL SPACES THEN
               PERFORM 210-REPORT-REJECTED-LINE
           END-IF
           .

      * One rejected line and the reason for it.
       210-REPORT-REJECTED-LINE.
           ADD 1 TO RejectedCount
           MOVE ListLineNumber TO CountFormatted
           INITIALIZE LoadReportLine
           STRING "LINE " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               ", '" DELIMITED BY SIZE
               FUNCTION TRIM(FrequencyListLine) DELIMITED BY SIZE
               "', REJECTED, " DELIMITED BY SIZE
               FUNCTION TRIM(RejectReason) DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine
           .

      * Now the list's total is known, give every word just loaded
      * its score.
       300-SCORE-LOADED-WORDS.
           MOVE "N" TO MasterScanEOFSwitch
           MOVE DictionaryId TO WordFreqDictId
           MOVE SPACES TO WordFreqWord
           START WordFrequency KEY IS GREATER THAN WordFreqKey
               INVALID KEY SET MasterScanEOF TO TRUE
           END-START
           PERFORM UNTIL MasterScanEOF
               READ WordFrequency NEXT RECORD
                   AT END SET MasterScanEOF TO TRUE
                   NOT AT END
                       IF WordFreqDictId NOT EQUAL DictionaryId THEN
                           SET MasterScanEOF TO TRUE
                       ELSE
                           COMPUTE WordFreqScore ROUNDED =
                               FUNCTION LOG10(WordFreqCount /
                                   ListTotalCount)
                           REWRITE WordFrequencyRecord
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           .

      * The dictionary's control record: the list total, and half a
      * count's score for any word the list does not mention.
       310-WRITE-CONTROL-RECORD.
           MOVE DictionaryId TO WordFreqDictId
           MOVE SPACES TO WordFreqWord
           MOVE ListTotalCount TO WordFreqCount
           COMPUTE WordFreqScore ROUNDED =
               FUNCTION LOG10(0.5 / ListTotalCount)
           MOVE LoadDate TO WordFreqLoadDate
           WRITE WordFrequencyRecord
               INVALID KEY
                   REWRITE WordFrequencyRecord
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           .

      * The load's totals, closing the report.
       400-WRITE-LOAD-TOTALS.
           MOVE ListLineNumber TO CountFormatted
           INITIALIZE LoadReportLine
           STRING "  Lines read: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine
           MOVE AcceptedCount TO CountFormatted
           INITIALIZE LoadReportLine
           STRING "  Words loaded: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine
           MOVE RejectedCount TO CountFormatted
           INITIALIZE LoadReportLine
           STRING "  Lines rejected: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine
           MOVE ReplacedCount TO CountFormatted
           INITIALIZE LoadReportLine
           STRING "  Prior words replaced: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine
           MOVE ListTotalCount TO CountFormatted
           INITIALIZE LoadReportLine
           STRING "  Total count: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO LoadReportLine
           WRITE LoadReportLine
           IF AcceptedCount EQUAL 0 THEN
               MOVE "  No words loaded; the dictionary has no frequency"
                   & " list and its candidates go unranked."
                   TO LoadReportLine
               WRITE LoadReportLine
           END-IF
           .


       AUDIT SECTION.
           COPY "RUNLOGWRITE.cpy".
           COPY "LOCKING.cpy".
           COPY "DICTREGLOOK.cpy".

       END PROGRAM WORDFREQLOAD.
