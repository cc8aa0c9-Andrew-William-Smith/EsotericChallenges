      * separators, and splitting it into words was done by eye, one  *
      * MORSELOOKUP run per guess.  This program takes each received  *
      * message pattern and finds every way it segments into a        *
      * sequence of dictionary words, using the same cached           *
      * LengthIndexedMorse encodings the single-word lookup trusts    *
      * (so any MorseAlphabetConfig override in force when the index  *
      * was built is honoured automatically).  Each candidate word    *
      * sequence is reported as a readable sentence, capped the same  *
      * way DAILYPROGRAMMER380INTERMEDIATE's enumeration mode caps    *
      * its alphabets: the count stays honest up to the cap, and the  *
      * likeliest few sentences are listed under the pattern's line.  *
      *                                                               *
      * Every word of the selected dictionary is considered.  Rather  *
      * than hold the dictionary in storage, each message is first    *
      * laid out as a match table: at every symbol position the       *
      * pattern-keyed file built alongside the length index           *
      * (ENABLEWBPFD.cpy) is probed with the symbols from there on,   *
      * one START per prefix length, stopping as soon as no pattern   *
      * begins with them -- so only the words that actually spell the *
      * next symbols are ever read.  Working back from the end of the *
      * message, each position from which no word sequence reaches    *
      * the end is marked dead, and the search never enters one, so   *
      * its work follows the sentences it lists rather than the size  *
      * of the dictionary.  The report closes with a line stating     *
      * that the full dictionary was searched and how many words it   *
      * holds.  The pattern file is checked against the length        *
      * index's control totals before the first message; one missing  *
      * or out of step is rebuilt from the verified index.            *
      *                                                               *
      * Each sentence is scored as the sum of its words' scores from  *
      * the dictionary's word-frequency master (see WORDFREQLOAD),    *
      * and the sentences listed are the likeliest the message has,   *
      * most likely first with the score shown, whether or not the    *
      * count reached its cap.  The same backward pass that marks the *
      * dead positions counts the sentences from each position and    *
      * records the best score any of them can still add, so the      *
      * search tries the most promising word first and abandons a     *
      * branch that cannot beat the sentences already listed.  With   *
      * no frequency list loaded every sentence scores zero and the   *
      * first found are listed in the order found.                    *
      *                                                               *
      * A message line may carry its case-file message ID ahead of    *
      * the pattern ("message-id,pattern", as MESSAGECASE EXTRACT     *
      * writes the night's open messages).  Such a message's report   *
      * line leads with its ID, and its verdict is posted back to the *
      * message case file: the candidate count, today's date, and the *
      * status DECODED (one sentence), AMBIGUOUS (several), or        *
      * UNRESOLVED (none).  A message closed by an analyst since the  *
      * extract is left as it stands.                                 *
      *                                                               *
      * Copyright (C) 2019 Andrew Smith                               *
      *                                                               *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *        One smooshed message pattern per line to segment,
      *        optionally led by its case-file message ID and a comma.
               SELECT MessageRequests ASSIGN TO MessageRequestsPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *        One "pattern, FOUND, n sentence(s)" line per message
      *        (led by "message-id, " for a keyed message),
      *        with the likeliest sentences listed indented beneath it
      *        as "sentence, score s", or a single "pattern, NONE" line
      *        for a message no word sequence encodes to.  A closing
      *        line states that the full dictionary was searched.
               SELECT SegmentReport ASSIGN TO SegmentReportPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               COPY "ENABLEWSL.cpy".
               COPY "ENABLEWBLSL.cpy".
               COPY "ENABLEWBPSL.cpy".
               COPY "WORDFREQSL.cpy".
               COPY "DICTREGSL.cpy".
               COPY "DICTCTLSL.cpy".
               COPY "MSGCASESL.cpy".
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD MessageRequests.
       01  MessageRequestLine PIC X(920).

       FD SegmentReport.
       01  SegmentReportLine PIC X(1850).

      * The word list itself, read only to check it against its
      * control totals.
       COPY "ENABLEWFD.cpy".

      * Length-indexed EnableWords, with each word's Morse pattern
      * cached by DAILYPROGRAMMER380EASY's bonus scan, read only to
      * check it against its control totals.
       COPY "ENABLEWBLFD.cpy".

      * The same words keyed by their cached pattern, probed at every
      * message position for the words spelling the symbols there.
       COPY "ENABLEWBPFD.cpy".

      * Word frequencies, scoring each word as it enters a message's
      * match table.
       COPY "WORDFREQFD.cpy".

       COPY "DICTREGFD.cpy".

       COPY "DICTCTLFD.cpy".

      * The message case file, taking each keyed message's verdict.
       COPY "MSGCASEFD.cpy".

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
       COPY "DICTREGWS.cpy".
       COPY "DICTCTLWS.cpy".
       COPY "WORDFREQWS.cpy".
       COPY "ENABLEWBPWS.cpy".
      * Command-line controls
       01  ArgCount PIC 999.
       01  MessageRequestsPath PIC X(80)
       01  EnableWordsByLengthStatus PIC XX.
       01  MessageRequestsEOFSwitch PIC A VALUE "N".
           88  MessageRequestsEOF      VALUE "Y".
      * The message's match table: every dictionary word whose
      * cached pattern spells the symbols starting at some message
      * position, the matches for each position held together and
      * the positions in message order.  MatchScore is the word's
      * frequency score scaled by 10000, so the recursion can carry
      * a sentence's running total as a plain binary integer.
      * MatchRank is that score plus the best the rest of the message
      * can add after the word, and each position's matches are held
      * highest rank first; a word leading only to a dead position
      * ranks lowest of all.  Only
      * words that fit the message at that point are ever held, so
      * the table's size follows the message, not the dictionary; a
      * message that fills it is searched as far as it reaches and
      * reported as incomplete.
       01  MatchTable.
           05  MatchCount PIC 9(9) COMP VALUE 0.
           05  MatchEntry OCCURS 300000 TIMES.
               10  MatchWord PIC X(28).
               10  MatchWordLen PIC 99 COMP.
               10  MatchPatternLen PIC 999 COMP.
               10  MatchScore PIC S9(9) COMP.
               10  MatchRank PIC S9(9) COMP.
      * One entry per message position, and one past the end: where
      * its matches start in MatchTable, how many there are, whether
      * any word sequence from there reaches the end, the best score
      * such a sequence can carry, and how many such sequences there
      * are (counted no further than the cap).
       01  PositionTable.
           05  PositionEntry OCCURS 901 TIMES.
               10  PositionFirstMatch PIC 9(9) COMP.
               10  PositionMatchCount PIC 9(9) COMP.
               10  PositionLiveSwitch PIC A.
                   88  PositionLive        VALUE "Y".
               10  PositionBestScore PIC S9(9) COMP.
               10  PositionSentenceCount PIC 9(9) COMP.
       01  MatchTableFullSwitch PIC A VALUE "N".
           88  MatchTableFull          VALUE "Y".
      * Probing the pattern file at one position
       01  ProbePosition PIC 9(4) COMP.
       01  ProbeLength PIC 999 COMP.
       01  ProbeText PIC X(140).
       01  ProbeDoneSwitch PIC A.
           88  ProbeDone               VALUE "Y".
       01  LiveMatchIndex PIC 9(9) COMP.
       01  LiveMatchLimit PIC 9(9) COMP.
       01  LiveNextPosition PIC 9(4) COMP.
       01  LiveMatchRank PIC S9(9) COMP.
      * Ordering one position's matches, highest rank first
       01  OrderIndex PIC 9(9) COMP.
       01  OrderSlot PIC 9(9) COMP.
       01  OrderDoneSwitch PIC A.
           88  OrderDone               VALUE "Y".
       01  OrderHoldEntry.
           05  OrderHoldWord PIC X(28).
           05  OrderHoldWordLen PIC 99 COMP.
           05  OrderHoldPatternLen PIC 999 COMP.
           05  OrderHoldScore PIC S9(9) COMP.
           05  OrderHoldRank PIC S9(9) COMP.
      * Message currently being segmented.  The length is
      * BINARY-LONG, since it is handed BY VALUE to SEGMENT-MESSAGE
      * and a short binary field does not survive that trip.
       01  MessagePattern PIC X(900).
       01  MessageLength USAGE BINARY-LONG.
       01  MessageRequestText PIC X(920).
       01  CommaCount PIC 999 COMP.
       01  ReportPointer PIC 9(4) COMP.
      * The case-file message the line in hand belongs to, if any.
      * The case file is opened, under its lock, only once the first
      * keyed message turns up, so an unkeyed run never waits on it.
       01  CaseMessageId PIC X(12).
       01  MessageCaseStatus PIC XX.
       01  CaseFileTriedSwitch PIC A VALUE "N".
           88  CaseFileTried           VALUE "Y".
       01  CaseFileOpenSwitch PIC A VALUE "N".
           88  CaseFileOpen            VALUE "Y".
       01  CaseLockHeldSwitch PIC A VALUE "N".
           88  CaseLockHeld            VALUE "Y".
       01  TodayYmd PIC X(8).
      * The sentence under construction, shared with the recursive
      * search.  Every matched word adds its length plus one space
      * while consuming at least one message symbol per letter, so a
           05  SegListMax PIC 99 COMP.
           05  SegListCount PIC 99 COMP.
           05  SegSentence OCCURS 10 TIMES PIC X(1800).
           05  SegSentenceScore OCCURS 10 TIMES PIC S9(9) COMP.
       01  SegStopSwitch PIC 9 VALUE 0.
       01  SegIndex PIC 99 COMP.
       01  SegCountFormatted PIC Z(8)9.
      * Listing the kept sentences most likely first
       01  SegWrittenFlags.
           05  SegWrittenSwitch OCCURS 10 TIMES PIC A.
               88  SegWritten          VALUE "Y".
       01  BestIndex PIC 99 COMP.
       01  BestScore PIC S9(9) COMP.
       01  SentenceScore PIC S9(5)V9(4).
       01  SentenceScoreFormatted PIC -(5)9.9999.
      * Counts for the run as a whole
       01  MessageCount PIC 9(9) COMP VALUE 0.
       01  UnmatchedMessageCount PIC 9(9) COMP VALUE 0.
       01  CasePostedCount PIC 9(9) COMP VALUE 0.
       01  CaseNotPostedCount PIC 9(9) COMP VALUE 0.
       01  IncompleteMessageCount PIC 9(9) COMP VALUE 0.
       01  IncompleteCountFormatted PIC Z(8)9.


       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 900-START-RUN-LOG
           MOVE "MORSESEGMENT" TO RunLogProgramName
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayYmd

      *    Args 1 and 2 optionally override the message input and
      *    segment report output paths; arg 3 caps the candidate
               GOBACK
           END-IF

      *    The word list and its length index must still total what
      *    their last rebuild recorded; anything else was changed
      *    behind DICTMAINT's back, and nothing built on it is sound.
           PERFORM 930-VERIFY-DICTIONARY-CONTROL
           IF NOT DictControlOk THEN
               DISPLAY "MORSESEGMENT: dictionary control check failed; "
                   "run refused."
               PERFORM 911-RELEASE-RESOURCE-LOCK
               MOVE "CTLM" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

      *    The pattern file searched in place of the index must hold
      *    exactly the words the verified index does.  One missing,
      *    or left behind by an index rebuilt without it, is rebuilt
      *    from the index here, under the same lock.
           PERFORM 955-CHECK-PATTERN-INDEX
           IF NOT PatternIndexOk THEN
               DISPLAY "MORSESEGMENT: pattern file "
                   FUNCTION TRIM(EnableWordsByPatternPath)
                   " missing or out of step with the index; "
                   "rebuilding it."
               PERFORM 950-BUILD-PATTERN-INDEX
               IF PatternIndexOk THEN
                   PERFORM 955-CHECK-PATTERN-INDEX
               END-IF
           END-IF
           IF NOT PatternIndexOk THEN
               DISPLAY "MORSESEGMENT: pattern file "
                   FUNCTION TRIM(EnableWordsByPatternPath)
                   " does not match the index; run refused."
               PERFORM 911-RELEASE-RESOURCE-LOCK
               MOVE "CTLM" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

      *    The word-frequency master is held after the dictionary,
      *    in the order every program needing both takes them.
           MOVE "WORDFREQ" TO LockResourceName
           PERFORM 910-ACQUIRE-RESOURCE-LOCK
           IF NOT LockAcquired THEN
               MOVE "ENABLEWORDS" TO LockResourceName
               PERFORM 911-RELEASE-RESOURCE-LOCK
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM 920-OPEN-WORD-FREQUENCY

           PERFORM 100-SEGMENT-ALL-MESSAGES
           PERFORM 922-CLOSE-WORD-FREQUENCY

           DISPLAY "MORSESEGMENT: " MessageCount " message(s) "
               "segmented against the full dictionary of "
               PatternIndexCount " word(s), " UnmatchedMessageCount
               " with no candidate sentence."
           IF IncompleteMessageCount IS GREATER THAN 0 THEN
               DISPLAY "MORSESEGMENT: " IncompleteMessageCount
                   " message(s) filled the match table; their search "
                   "is incomplete."
               MOVE "ERR" TO RunLogResult
           END-IF
           IF CaseFileTried THEN
               DISPLAY "MORSESEGMENT: " CasePostedCount " case "
                   "verdict(s) posted, " CaseNotPostedCount
                   " not posted."
           END-IF
           IF CaseFileOpen THEN
               CLOSE MessageCase
           END-IF
           IF CaseLockHeld THEN
               MOVE "MESSAGECASE" TO LockResourceName
               PERFORM 911-RELEASE-RESOURCE-LOCK
           END-IF
           MOVE "WORDFREQ" TO LockResourceName
           PERFORM 911-RELEASE-RESOURCE-LOCK
           MOVE "ENABLEWORDS" TO LockResourceName
           PERFORM 911-RELEASE-RESOURCE-LOCK
           MOVE MessageCount TO RunLogRecordsProcessed
           PERFORM 901-WRITE-RUN-LOG
           GOBACK.

      * Read every requested message and run the segmentation search
      * over it, probing the pattern file for each message's matches.
      * The pattern file was checked (or rebuilt) against the index
      * before this, so failing to open it now is a plain error.
       100-SEGMENT-ALL-MESSAGES.
           MOVE "N" TO MessageRequestsEOFSwitch
           MOVE SPACES TO EnableWordsByPatternStatus
           OPEN INPUT EnableWordsByPattern
           IF EnableWordsByPatternStatus NOT EQUAL "00" THEN
               DISPLAY "MORSESEGMENT: pattern file "
                   FUNCTION TRIM(EnableWordsByPatternPath)
                   " not available."
               MOVE "ERR" TO RunLogResult
           ELSE
               OPEN INPUT MessageRequests
               OPEN OUTPUT SegmentReport
               PERFORM UNTIL MessageRequestsEOF
                   READ MessageRequests INTO MessageRequestText
                       AT END SET MessageRequestsEOF TO TRUE
                       NOT AT END PERFORM 200-SEGMENT-ONE-MESSAGE
               END-PERFORM
               PERFORM 230-WRITE-SEARCH-STATEMENT
               CLOSE MessageRequests
               CLOSE SegmentReport
               CLOSE EnableWordsByPattern
           END-IF
           .

      * Lay the message out as a match table: every position's
      * matching words, found by probing the pattern file.
       110-BUILD-MATCH-TABLE.
           MOVE 0 TO MatchCount
           MOVE "N" TO MatchTableFullSwitch
           PERFORM 115-PROBE-ONE-POSITION
               VARYING ProbePosition FROM 1 BY 1
               UNTIL ProbePosition IS GREATER THAN MessageLength
           .

      * Probe the pattern file with one, two, three ... symbols from
      * this position on.  Each START lands on the first pattern at
      * or after the probe; when that pattern does not begin with the
      * probe, no longer probe can match either, and the position is
      * done.
       115-PROBE-ONE-POSITION.
           COMPUTE PositionFirstMatch(ProbePosition) = MatchCount + 1
           MOVE 0 TO PositionMatchCount(ProbePosition)
           MOVE "N" TO PositionLiveSwitch(ProbePosition)
           MOVE "N" TO ProbeDoneSwitch
           PERFORM 120-PROBE-ONE-PREFIX
               VARYING ProbeLength FROM 1 BY 1
               UNTIL ProbeDone OR ProbeLength IS GREATER THAN 140 OR
                   ProbePosition + ProbeLength - 1 IS GREATER THAN
                       MessageLength
           .

      * Take every word whose pattern is exactly the probe's symbols
      * into the match table.
       120-PROBE-ONE-PREFIX.
           MOVE SPACES TO ProbeText
           MOVE MessagePattern(ProbePosition:ProbeLength)
               TO ProbeText(1:ProbeLength)
           MOVE ProbeText TO PatternIndexMorse
           MOVE 0 TO PatternIndexSequence
           START EnableWordsByPattern KEY IS GREATER THAN OR EQUAL
                   PatternIndexKey
               INVALID KEY SET ProbeDone TO TRUE
           END-START
           IF NOT ProbeDone THEN
               READ EnableWordsByPattern NEXT RECORD
                   AT END SET ProbeDone TO TRUE
               END-READ
           END-IF
           IF ProbeDone THEN
               EXIT PARAGRAPH
           END-IF
           IF PatternIndexMorse(1:ProbeLength) NOT EQUAL
                   ProbeText(1:ProbeLength)
           THEN
               SET ProbeDone TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PatternIndexMorse NOT EQUAL ProbeText
               PERFORM 125-ADD-MATCH
               READ EnableWordsByPattern NEXT RECORD
                   AT END MOVE HIGH-VALUES TO PatternIndexMorse
               END-READ
           END-PERFORM
           .

      * Add the word just read to the position's matches, scoring it
      * on the way in.
       125-ADD-MATCH.
           IF MatchCount IS GREATER THAN OR EQUAL TO 300000 THEN
               SET MatchTableFull TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MatchCount
           ADD 1 TO PositionMatchCount(ProbePosition)
           MOVE PatternIndexWord TO MatchWord(MatchCount)
           MOVE PatternIndexWordLength TO MatchWordLen(MatchCount)
           MOVE ProbeLength TO MatchPatternLen(MatchCount)
           MOVE PatternIndexWord TO WordFreqProbeWord
           PERFORM 921-SCORE-WORD
           COMPUTE MatchScore(MatchCount) = WordFreqProbeScore * 10000
           .

      * Working back from the end of the message, mark each position
      * live when one of its matches leads to a live position; the
      * position one past the end is where every sentence finishes,
      * the one empty sentence there scoring nothing.
       130-MARK-LIVE-POSITIONS.
           SET PositionLive(MessageLength + 1) TO TRUE
           MOVE 0 TO PositionBestScore(MessageLength + 1)
           MOVE 1 TO PositionSentenceCount(MessageLength + 1)
           PERFORM 135-MARK-ONE-POSITION
               VARYING ProbePosition FROM MessageLength BY -1
               UNTIL ProbePosition IS LESS THAN 1
           .

      * Rank each of the position's matches by its own score plus the
      * best the position it leads to can add, keeping the highest as
      * the position's best and adding up the sentences it begins
      * (held at the cap, which is all the report ever states), then
      * put the matches in rank order for the search.
       135-MARK-ONE-POSITION.
           MOVE 0 TO PositionBestScore(ProbePosition)
           MOVE 0 TO PositionSentenceCount(ProbePosition)
           COMPUTE LiveMatchLimit = PositionFirstMatch(ProbePosition)
               + PositionMatchCount(ProbePosition)
           PERFORM VARYING LiveMatchIndex
                   FROM PositionFirstMatch(ProbePosition) BY 1
                   UNTIL LiveMatchIndex IS GREATER THAN OR EQUAL TO
                       LiveMatchLimit
               COMPUTE LiveNextPosition = ProbePosition +
                   MatchPatternLen(LiveMatchIndex)
               IF PositionLive(LiveNextPosition) THEN
                   COMPUTE LiveMatchRank = MatchScore(LiveMatchIndex)
                       + PositionBestScore(LiveNextPosition)
                   IF NOT PositionLive(ProbePosition) OR
                           LiveMatchRank IS GREATER THAN
                               PositionBestScore(ProbePosition)
                   THEN
                       MOVE LiveMatchRank
                           TO PositionBestScore(ProbePosition)
                   END-IF
                   SET PositionLive(ProbePosition) TO TRUE
                   IF PositionSentenceCount(LiveNextPosition)
                           IS GREATER THAN OR EQUAL TO SegCap -
                               PositionSentenceCount(ProbePosition)
                   THEN
                       MOVE SegCap
                           TO PositionSentenceCount(ProbePosition)
                   ELSE
                       ADD PositionSentenceCount(LiveNextPosition)
                           TO PositionSentenceCount(ProbePosition)
                   END-IF
               ELSE
                   MOVE -999999999 TO LiveMatchRank
               END-IF
               MOVE LiveMatchRank TO MatchRank(LiveMatchIndex)
           END-PERFORM
           IF PositionMatchCount(ProbePosition) IS GREATER THAN 1 THEN
               PERFORM 137-ORDER-POSITION-MATCHES
           END-IF
           .

      * Insertion-sort the position's matches into descending rank,
      * equal ranks keeping the order the pattern file gave them.
       137-ORDER-POSITION-MATCHES.
           COMPUTE OrderIndex = PositionFirstMatch(ProbePosition) + 1
           PERFORM UNTIL OrderIndex IS GREATER THAN OR EQUAL TO
                   LiveMatchLimit
               MOVE MatchEntry(OrderIndex) TO OrderHoldEntry
               MOVE OrderIndex TO OrderSlot
               MOVE "N" TO OrderDoneSwitch
               PERFORM UNTIL OrderDone
                   IF OrderSlot IS GREATER THAN
                           PositionFirstMatch(ProbePosition)
                   THEN
                       IF MatchRank(OrderSlot - 1) IS LESS THAN
                               OrderHoldRank
                       THEN
                           MOVE MatchEntry(OrderSlot - 1)
                               TO MatchEntry(OrderSlot)
                           SUBTRACT 1 FROM OrderSlot
                       ELSE
                           SET OrderDone TO TRUE
                       END-IF
                   ELSE
                       SET OrderDone TO TRUE
                   END-IF
               END-PERFORM
               MOVE OrderHoldEntry TO MatchEntry(OrderSlot)
               ADD 1 TO OrderIndex
           END-PERFORM
           .


       DECODE SECTION.
      * Run the recursive segmentation search over the message just
      * read and report what it found: the count of candidate
      * sentences (honest up to the cap, and taken from the backward
      * pass) and the likeliest sentences themselves, or NONE when no
      * word sequence spells the pattern.
       200-SEGMENT-ONE-MESSAGE.
           ADD 1 TO MessageCount
           MOVE SPACES TO CaseMessageId
           MOVE 0 TO CommaCount
           INSPECT MessageRequestText TALLYING CommaCount FOR ALL ","
           IF CommaCount IS GREATER THAN 0 THEN
               MOVE SPACES TO MessagePattern
               UNSTRING MessageRequestText DELIMITED BY ","
                   INTO CaseMessageId, MessagePattern
               END-UNSTRING
               MOVE FUNCTION TRIM(CaseMessageId) TO CaseMessageId
               MOVE FUNCTION TRIM(MessagePattern) TO MessagePattern
           ELSE
               MOVE MessageRequestText TO MessagePattern
           END-IF
           INITIALIZE SegState
           MOVE SegmentationCap TO SegCap
           MOVE SegmentListWanted TO SegListMax
           MOVE LENGTH OF FUNCTION TRIM(MessagePattern)
               TO MessageLength
           IF FUNCTION TRIM(MessagePattern) NOT EQUAL SPACES THEN
               PERFORM 110-BUILD-MATCH-TABLE
               PERFORM 130-MARK-LIVE-POSITIONS
               IF MatchTableFull THEN
                   ADD 1 TO IncompleteMessageCount
               END-IF
               IF PositionLive(1) THEN
                   MOVE PositionSentenceCount(1) TO SegFoundCount
               END-IF
               IF PositionLive(1) AND SegListMax IS GREATER THAN 0
               THEN
                   CALL "SEGMENT-MESSAGE" USING BY REFERENCE
                       MatchTable, PositionTable, CurrentSentence,
                       SegState,
                       BY VALUE MessageLength, 1, 0, 0
                       RETURNING SegStopSwitch
               END-IF
           END-IF
           INITIALIZE SegmentReportLine
           MOVE 1 TO ReportPointer
           IF CaseMessageId NOT EQUAL SPACES THEN
               STRING FUNCTION TRIM(CaseMessageId) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   INTO SegmentReportLine
                   WITH POINTER ReportPointer
           END-IF
           IF SegFoundCount EQUAL 0 THEN
               ADD 1 TO UnmatchedMessageCount
               STRING FUNCTION TRIM(MessagePattern) DELIMITED BY SIZE
                   ", NONE" DELIMITED BY SIZE
                   INTO SegmentReportLine
                   WITH POINTER ReportPointer
           ELSE
               MOVE SegFoundCount TO SegCountFormatted
               IF SegFoundCount IS GREATER THAN OR EQUAL TO SegCap
                           DELIMITED BY SIZE
                       " sentence(s) (cap reached)" DELIMITED BY SIZE
                       INTO SegmentReportLine
                       WITH POINTER ReportPointer
               ELSE
                   STRING FUNCTION TRIM(MessagePattern)
                           DELIMITED BY SIZE
                           DELIMITED BY SIZE
                       " sentence(s)" DELIMITED BY SIZE
                       INTO SegmentReportLine
                       WITH POINTER ReportPointer
               END-IF
           END-IF
           IF MatchTableFull THEN
               STRING " (match table full; search incomplete)"
                       DELIMITED BY SIZE
                   INTO SegmentReportLine
                   WITH POINTER ReportPointer
           END-IF
           WRITE SegmentReportLine
           MOVE ALL "N" TO SegWrittenFlags
           PERFORM SegListCount TIMES
               PERFORM 210-WRITE-BEST-SENTENCE
           END-PERFORM
           IF CaseMessageId NOT EQUAL SPACES THEN
               PERFORM 220-POST-CASE-VERDICT
           END-IF
           .

      * Write the likeliest kept sentence not yet written, the
      * earlier-found sentence winning a tie.
       210-WRITE-BEST-SENTENCE.
           MOVE 0 TO BestIndex
           PERFORM VARYING SegIndex FROM 1 BY 1
                   UNTIL SegIndex IS GREATER THAN SegListCount
               IF NOT SegWritten(SegIndex) AND
                       (BestIndex EQUAL 0 OR
                        SegSentenceScore(SegIndex) IS GREATER THAN
                           BestScore)
               THEN
                   MOVE SegIndex TO BestIndex
                   MOVE SegSentenceScore(SegIndex) TO BestScore
               END-IF
           END-PERFORM
           SET SegWritten(BestIndex) TO TRUE
           COMPUTE SentenceScore = BestScore / 10000
           MOVE SentenceScore TO SentenceScoreFormatted
           INITIALIZE SegmentReportLine
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(SegSentence(BestIndex)) DELIMITED BY SIZE
               ", score " DELIMITED BY SIZE
               FUNCTION TRIM(SentenceScoreFormatted) DELIMITED BY SIZE
               INTO SegmentReportLine
           WRITE SegmentReportLine
           .

      * Post the verdict just reported to the message's case record.
      * The first keyed message takes the case-file lock and opens
      * the file; if either fails, every keyed message's verdict goes
      * unposted and the run is flagged, its report still written.
       220-POST-CASE-VERDICT.
           IF NOT CaseFileTried THEN
               SET CaseFileTried TO TRUE
               MOVE "MESSAGECASE" TO LockResourceName
               PERFORM 910-ACQUIRE-RESOURCE-LOCK
               IF LockAcquired THEN
                   SET CaseLockHeld TO TRUE
                   MOVE SPACES TO MessageCaseStatus
                   OPEN I-O MessageCase
                   IF MessageCaseStatus EQUAL "00" THEN
                       SET CaseFileOpen TO TRUE
                   ELSE
                       DISPLAY "MORSESEGMENT: message case file not "
                           "available; verdicts not posted."
                   END-IF
               END-IF
           END-IF
           IF NOT CaseFileOpen THEN
               ADD 1 TO CaseNotPostedCount
               MOVE "ERR" TO RunLogResult
               EXIT PARAGRAPH
           END-IF
           MOVE CaseMessageId TO MessageId
           READ MessageCase KEY IS MessageId
               INVALID KEY
                   ADD 1 TO CaseNotPostedCount
                   MOVE "ERR" TO RunLogResult
                   DISPLAY "MORSESEGMENT: message "
                       FUNCTION TRIM(CaseMessageId)
                       " is not on the case file; verdict not posted."
                   EXIT PARAGRAPH
           END-READ
           IF MessageStatus EQUAL "CLOSED" THEN
               ADD 1 TO CaseNotPostedCount
               EXIT PARAGRAPH
           END-IF
           MOVE SegFoundCount TO MessageCandidateCount
           MOVE TodayYmd TO MessageLastDecodeDate
           EVALUATE TRUE
               WHEN SegFoundCount EQUAL 0
                   MOVE "UNRESOLVED" TO MessageStatus
               WHEN SegFoundCount EQUAL 1
                   MOVE "DECODED" TO MessageStatus
               WHEN OTHER
                   MOVE "AMBIGUOUS" TO MessageStatus
           END-EVALUATE
           REWRITE MessageCaseRecord
               INVALID KEY
                   ADD 1 TO CaseNotPostedCount
                   MOVE "ERR" TO RunLogResult
               NOT INVALID KEY
                   ADD 1 TO CasePostedCount
           END-REWRITE
           .

      * Close the report with the statement of what was searched: the
      * whole dictionary, by name and word count, and any message
      * whose match table filled before its search was complete.
       230-WRITE-SEARCH-STATEMENT.
           MOVE PatternIndexCount TO SegCountFormatted
           INITIALIZE SegmentReportLine
           IF IncompleteMessageCount EQUAL 0 THEN
               STRING "Full dictionary searched: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(DictionaryId) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(SegCountFormatted) DELIMITED BY SIZE
                   " word(s), every message" DELIMITED BY SIZE
                   INTO SegmentReportLine
           ELSE
               MOVE IncompleteMessageCount TO IncompleteCountFormatted
               STRING "Full dictionary searched: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(DictionaryId) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(SegCountFormatted) DELIMITED BY SIZE
                   " word(s), except " DELIMITED BY SIZE
                   FUNCTION TRIM(IncompleteCountFormatted)
                       DELIMITED BY SIZE
                   " message(s) marked search incomplete"
                       DELIMITED BY SIZE
                   INTO SegmentReportLine
           END-IF
           WRITE SegmentReportLine
           .


           COPY "RUNLOGWRITE.cpy".
           COPY "LOCKING.cpy".
           COPY "DICTREGLOOK.cpy".
           COPY "DICTCTLCHK.cpy".
           COPY "WORDFREQLOOK.cpy".
           COPY "ENABLEWBPBLD.cpy".

       END PROGRAM MORSESEGMENT.


       IDENTIFICATION DIVISION.
      * The recursive segmentation search: at the current message
      * position, try the words the match table holds for it, highest
      * rank first, append each to the sentence under construction,
      * and recurse past it.  A position one past the end of the
      * message means the sentence spells the whole pattern: it is
      * offered to the caller's SegState, which keeps the likeliest
      * few -- the same shape as COUNT-PERMUTATION's enumeration,
      * kept as its own PROGRAM-ID in this same source file so a
      * plain "cobc -x" build links it statically.  The count itself
      * comes from the caller's backward pass, so the search runs
      * only as far as the listing needs: once the list is full, a
      * word whose rank cannot lift the sentence above the lowest
      * kept ends the position, every later match ranking no higher.
      * Since dead positions are never entered, every word tried
      * leads to at least one more sentence.
       PROGRAM-ID. SEGMENT-MESSAGE IS RECURSIVE.

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
      * Match being tried, and the first past this position's matches
       01  TryIndex PIC 9(9) COMP.
       01  TryLimit PIC 9(9) COMP.
      * Where the word just matched would leave the search;
      * BINARY-LONG so the BY VALUE recursion below carries them
      * intact
       01  NextPosition USAGE BINARY-LONG.
       01  NextSentenceUsed USAGE BINARY-LONG.
       01  NextSentenceScore USAGE BINARY-LONG.
      * The kept sentence a better one would displace
       01  ListIndex PIC 99 COMP.
       01  LowestIndex PIC 99 COMP.
      * Return code from the recursive call
       01  StopSwitch PIC 9 VALUE 0.
      * Set once no later match at this position can make the list
       01  BoundSwitch PIC A VALUE "N".
           88  NoBetterSentence      VALUE "Y".
       01  LowestScore USAGE BINARY-LONG.

       LINKAGE SECTION.
      * References passed from main program: the message's match
      * table and its positions
       01  MatchTable.
           05  MatchCount PIC 9(9) COMP.
           05  MatchEntry OCCURS 300000 TIMES.
               10  MatchWord PIC X(28).
               10  MatchWordLen PIC 99 COMP.
               10  MatchPatternLen PIC 999 COMP.
               10  MatchScore PIC S9(9) COMP.
               10  MatchRank PIC S9(9) COMP.
       01  PositionTable.
           05  PositionEntry OCCURS 901 TIMES.
               10  PositionFirstMatch PIC 9(9) COMP.
               10  PositionMatchCount PIC 9(9) COMP.
               10  PositionLiveSwitch PIC A.
                   88  PositionLive        VALUE "Y".
               10  PositionBestScore PIC S9(9) COMP.
               10  PositionSentenceCount PIC 9(9) COMP.
      * The sentence buffer holds the 1800-character worst case (900
      * one-letter words and their trailing spaces), so no match can
      * write past it
       01  CurrentSentence PIC X(1800).
      * Shared segmentation state: the count and cap (the caller's),
      * and the likeliest sentences found so far with their scores
       01  SegState.
           05  SegFoundCount PIC 9(9) COMP.
           05  SegCap PIC 9(9) COMP.
           05  SegListMax PIC 99 COMP.
           05  SegListCount PIC 99 COMP.
           05  SegSentence OCCURS 10 TIMES PIC X(1800).
           05  SegSentenceScore OCCURS 10 TIMES PIC S9(9) COMP.
      * The message's trimmed length, the position being decoded, and
      * how much of CurrentSentence is already spoken for, and the
      * scaled score of the words in it; BINARY-LONG because they
      * arrive BY VALUE
       01  MessageLength USAGE BINARY-LONG.
       01  InputPosition USAGE BINARY-LONG.
       01  SentenceUsed USAGE BINARY-LONG.
       01  SentenceScore USAGE BINARY-LONG.


       PROCEDURE DIVISION USING BY REFERENCE MatchTable, PositionTable,
           CurrentSentence, SegState
           BY VALUE MessageLength, InputPosition, SentenceUsed,
           SentenceScore.

       MAIN SECTION.
       000-MAIN.
      *    Past the end of the message means every symbol was spent
      *    on a dictionary word: one complete candidate sentence.
           IF InputPosition IS GREATER THAN MessageLength THEN
               PERFORM 100-KEEP-SENTENCE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

      *    Otherwise, try the words matching at this position, best
      *    rank first, until none left can make the list
           COMPUTE TryLimit = PositionFirstMatch(InputPosition)
               + PositionMatchCount(InputPosition)
           MOVE "N" TO BoundSwitch
           PERFORM 200-TRY-WORD
               VARYING TryIndex FROM PositionFirstMatch(InputPosition)
                   BY 1
               UNTIL TryIndex IS GREATER THAN OR EQUAL TO TryLimit
                   OR NoBetterSentence
           MOVE 0 TO RETURN-CODE
           GOBACK
           .
      * Keep the sentence just completed while the list has room;
      * once it is full, it displaces the lowest-scoring kept
      * sentence only when strictly likelier, so among equals the
      * first found stay.
       100-KEEP-SENTENCE.
           IF SegListCount IS LESS THAN SegListMax THEN
               ADD 1 TO SegListCount
               MOVE CurrentSentence TO SegSentence(SegListCount)
               MOVE SentenceScore TO SegSentenceScore(SegListCount)
               EXIT PARAGRAPH
           END-IF
           IF SegListCount EQUAL 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LowestIndex
           PERFORM VARYING ListIndex FROM 2 BY 1
                   UNTIL ListIndex IS GREATER THAN SegListCount
               IF SegSentenceScore(ListIndex) IS LESS THAN
                       SegSentenceScore(LowestIndex)
               THEN
                   MOVE ListIndex TO LowestIndex
               END-IF
           END-PERFORM
           IF SentenceScore IS GREATER THAN
                   SegSentenceScore(LowestIndex)
           THEN
               MOVE CurrentSentence TO SegSentence(LowestIndex)
               MOVE SentenceScore TO SegSentenceScore(LowestIndex)
           END-IF
           .


       DECODE SECTION.
      * Spend the matched word at TryIndex, when it leads on to a live
      * position, recursing past it and restoring the sentence
      * afterwards.  With the list full, the best sentence the word
      * can begin must beat the lowest kept one outright, as 100
      * requires, or neither it nor any later match is tried.
       200-TRY-WORD.
           IF SegListCount IS GREATER THAN OR EQUAL TO SegListMax THEN
               MOVE SegSentenceScore(1) TO LowestScore
               PERFORM VARYING ListIndex FROM 2 BY 1
                       UNTIL ListIndex IS GREATER THAN SegListCount
                   IF SegSentenceScore(ListIndex) IS LESS THAN
                           LowestScore
                   THEN
                       MOVE SegSentenceScore(ListIndex) TO LowestScore
                   END-IF
               END-PERFORM
               IF SentenceScore + MatchRank(TryIndex) IS NOT GREATER
                       THAN LowestScore
               THEN
                   SET NoBetterSentence TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE NextPosition =
               InputPosition + MatchPatternLen(TryIndex)
           IF PositionLive(NextPosition) THEN
               MOVE MatchWord(TryIndex)(1:MatchWordLen(TryIndex))
                   TO CurrentSentence(SentenceUsed + 1:
                       MatchWordLen(TryIndex))
               COMPUTE NextSentenceUsed =
                   SentenceUsed + MatchWordLen(TryIndex) + 1
               COMPUTE NextSentenceScore =
                   SentenceScore + MatchScore(TryIndex)
      *        Recursive call!
               CALL "SEGMENT-MESSAGE" USING BY REFERENCE MatchTable,
                   PositionTable, CurrentSentence, SegState,
                   BY VALUE MessageLength, NextPosition,
                   NextSentenceUsed, NextSentenceScore
                   RETURNING StopSwitch
      *        Restore the sentence from before the recursive call
               MOVE SPACES TO CurrentSentence(SentenceUsed + 1:
                   MatchWordLen(TryIndex))
           END-IF
           .

