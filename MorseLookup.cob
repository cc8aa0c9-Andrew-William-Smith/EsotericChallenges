      * unique answer and hand-flipping dots and dashes to find it    *
      * was entirely manual.                                          *
      *                                                               *
      * Every word listed for a pattern is scored from the selected   *
      * dictionary's word-frequency master (see WORDFREQLOAD), and    *
      * the words are listed most likely first with the score shown,  *
      * near misses most likely first within each distance.  A        *
      * dictionary with no frequency list loaded scores every word    *
      * zero, leaving the words in index order.  Only the first 200   *
      * words matching one pattern are ranked; any beyond them follow *
      * the ranked block, counted and in index order, marked not      *
      * ranked, so every match still reaches the report.              *
      *                                                               *
      * Copyright (C) 2019 Andrew Smith                               *
      *                                                               *
      * This program is free software: you can redistribute it and/or *
      *        One smooshed Morse pattern per line to look up.
               SELECT PatternRequests ASSIGN TO PatternRequestsPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *        One "pattern, word, score" line per dictionary word
      *        matched, most likely first, or a single "pattern, NONE"
      *        line for a pattern no word encodes to.  Matches beyond
      *        the ranking table follow as a "pattern, n further
      *        match(es) not ranked" line and one "pattern, word, not
      *        ranked" line each.
               SELECT LookupReport ASSIGN TO LookupReportPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               COPY "ENABLEWSL.cpy".
               COPY "ENABLEWBLSL.cpy".
               COPY "WORDFREQSL.cpy".
               COPY "DICTREGSL.cpy".
               COPY "DICTCTLSL.cpy".
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

       FD LookupReport.
       01  LookupReportLine PIC X(530).

      * The word list itself, read only to check it against its
      * control totals.
       COPY "ENABLEWFD.cpy".

      * Length-indexed EnableWords, with each word's Morse pattern
      * cached by DAILYPROGRAMMER380EASY's bonus scan.
       COPY "ENABLEWBLFD.cpy".

      * Word frequencies, scoring each word listed.
       COPY "WORDFREQFD.cpy".

       COPY "DICTREGFD.cpy".

       COPY "DICTCTLFD.cpy".

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
       COPY "DICTREGWS.cpy".
       COPY "DICTCTLWS.cpy".
       COPY "WORDFREQWS.cpy".
      * Command-line controls
       01  ArgCount PIC 999.
       01  PatternRequestsPath PIC X(80)
       01  RequestedPattern PIC X(495).
       01  RequestedLength PIC 999 COMP.
       01  RequestMatchCount PIC 9(9) COMP.
      * Exact matches for the pattern in hand, held until the scan
      * completes so they can be written most likely first.
       01  MatchTable.
           05  MatchCount PIC 999 COMP.
           05  MatchEntry OCCURS 200 TIMES.
               10  MatchWord PIC X(28).
               10  MatchScore PIC S9(3)V9(4).
               10  MatchWrittenSwitch PIC A.
                   88  MatchWritten        VALUE "Y".
       01  MatchIndex PIC 999 COMP.
       01  BestIndex PIC 999 COMP.
       01  BestScore PIC S9(3)V9(4).
       01  MatchOverflowCount PIC 9(9) COMP VALUE 0.
       01  MatchOverflowFormatted PIC Z(8)9.
      * Matches passed over again while the unranked ones are written
       01  MatchSeenCount PIC 9(9) COMP.
      * Counts for the run as a whole
       01  PatternCount PIC 9(9) COMP VALUE 0.
       01  UnmatchedPatternCount PIC 9(9) COMP VALUE 0.
               10  NearMissWord PIC X(28).
               10  NearMissDistance PIC 9(4) COMP.
               10  NearMissDiffText PIC X(60).
               10  NearMissScore PIC S9(3)V9(4).
               10  NearMissWrittenSwitch PIC A.
                   88  NearMissWritten     VALUE "Y".
       01  NearMissIndex PIC 99 COMP.
       01  NearMissOverflowCount PIC 9(9) COMP VALUE 0.
       01  RankedDistance PIC 9(4) COMP.
               GOBACK
           END-IF

      *    The word list and its length index must still total what
      *    their last rebuild recorded; anything else was changed
      *    behind DICTMAINT's back, and nothing built on it is sound.
           PERFORM 930-VERIFY-DICTIONARY-CONTROL
           IF NOT DictControlOk THEN
               DISPLAY "MORSELOOKUP: dictionary control check failed; "
                   "run refused."
               PERFORM 911-RELEASE-RESOURCE-LOCK
               MOVE "CTLM" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF
      *    The word-frequency master is read throughout the run, so
      *    it is held too, after the dictionary as every program
      *    needing both takes them.
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

           PERFORM 100-LOOKUP-ALL-PATTERNS
           PERFORM 922-CLOSE-WORD-FREQUENCY

           DISPLAY "MORSELOOKUP: " PatternCount " pattern(s) looked "
               "up, " UnmatchedPatternCount " with no matching word, "
               NearMissPatternCount " resolved to near misses."
           PERFORM 911-RELEASE-RESOURCE-LOCK
           MOVE "ENABLEWORDS" TO LockResourceName
           PERFORM 911-RELEASE-RESOURCE-LOCK
           MOVE PatternCount TO RunLogRecordsProcessed
           PERFORM 901-WRITE-RUN-LOG
           GOBACK.
           ADD 1 TO PatternCount
           MOVE 0 TO RequestMatchCount
           MOVE 0 TO NearMissCount
           MOVE 0 TO MatchCount
           MOVE 0 TO MatchOverflowCount
           IF FUNCTION TRIM(RequestedPattern) NOT EQUAL SPACES THEN
               PERFORM 210-SCAN-INDEX-FOR-PATTERN
               IF RequestMatchCount IS GREATER THAN 0 THEN
                   PERFORM 225-WRITE-RANKED-MATCHES
               END-IF
      *        Only a pattern the exact lookup could not resolve is
      *        retried fuzzily; an exact hit needs no second opinion.
               IF RequestMatchCount EQUAL 0 AND FuzzyModeWanted THEN
                   NOT AT END
                       IF LengthIndexedMorse EQUAL RequestedPattern
                       THEN
                           PERFORM 220-NOTE-MATCH
                       END-IF
               END-READ
           END-PERFORM
           .

      * Score the match just found and hold it in MatchTable, counting
      * any spill once the table is full.
       220-NOTE-MATCH.
           ADD 1 TO RequestMatchCount
           IF MatchCount IS GREATER THAN OR EQUAL TO 200 THEN
               ADD 1 TO MatchOverflowCount
           ELSE
               ADD 1 TO MatchCount
               MOVE LengthIndexedWord TO MatchWord(MatchCount)
               MOVE LengthIndexedWord TO WordFreqProbeWord
               PERFORM 921-SCORE-WORD
               MOVE WordFreqProbeScore TO MatchScore(MatchCount)
               MOVE "N" TO MatchWrittenSwitch(MatchCount)
           END-IF
           .

      * Write one "pattern, word, score" line per match held, most
      * likely first: each pass picks the best not yet written, the
      * earlier-found word winning a tie.
       225-WRITE-RANKED-MATCHES.
           PERFORM MatchCount TIMES
               MOVE 0 TO BestIndex
               PERFORM VARYING MatchIndex FROM 1 BY 1
                       UNTIL MatchIndex IS GREATER THAN MatchCount
                   IF NOT MatchWritten(MatchIndex) AND
                           (BestIndex EQUAL 0 OR
                            MatchScore(MatchIndex) IS GREATER THAN
                               BestScore)
                   THEN
                       MOVE MatchIndex TO BestIndex
                       MOVE MatchScore(MatchIndex) TO BestScore
                   END-IF
               END-PERFORM
               SET MatchWritten(BestIndex) TO TRUE
               MOVE BestScore TO WordFreqScoreFormatted
               INITIALIZE LookupReportLine
               STRING FUNCTION TRIM(RequestedPattern) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(MatchWord(BestIndex)) DELIMITED BY SIZE
                   ", score " DELIMITED BY SIZE
                   FUNCTION TRIM(WordFreqScoreFormatted)
                       DELIMITED BY SIZE
                   INTO LookupReportLine
               WRITE LookupReportLine
           END-PERFORM
           IF MatchOverflowCount IS GREATER THAN 0 THEN
               DISPLAY "MORSELOOKUP: " MatchOverflowCount " match(es) "
                   "beyond the 200-entry ranking table for pattern '"
                   FUNCTION TRIM(RequestedPattern) "'."
               PERFORM 227-WRITE-UNRANKED-MATCHES
           END-IF
           .

      * The matches the ranking table had no room for, after the
      * ranked block: a counted line, then each word in index order.
      * They were never held, so the index is scanned again for them,
      * passing over the matches already ranked.
       227-WRITE-UNRANKED-MATCHES.
           MOVE MatchOverflowCount TO MatchOverflowFormatted
           INITIALIZE LookupReportLine
           STRING FUNCTION TRIM(RequestedPattern) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(MatchOverflowFormatted) DELIMITED BY SIZE
               " further match(es) not ranked" DELIMITED BY SIZE
               INTO LookupReportLine
           WRITE LookupReportLine
           MOVE 0 TO MatchSeenCount
           MOVE "N" TO IndexScanEOFSwitch
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
                       IF LengthIndexedMorse EQUAL RequestedPattern
                       THEN
                           ADD 1 TO MatchSeenCount
                           IF MatchSeenCount IS GREATER THAN 200 THEN
                               PERFORM 228-WRITE-UNRANKED-MATCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       228-WRITE-UNRANKED-MATCH.
           INITIALIZE LookupReportLine
           STRING FUNCTION TRIM(RequestedPattern) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(LengthIndexedWord) DELIMITED BY SIZE
               ", not ranked" DELIMITED BY SIZE
               INTO LookupReportLine
           WRITE LookupReportLine
           .
           .

      * Add the candidate just measured to NearMissTable, counting
      * any spill once the table is full.
       250-NOTE-NEAR-MISS.
           IF NearMissCount IS GREATER THAN OR EQUAL TO 50 THEN
               ADD 1 TO NearMissOverflowCount
               MOVE LengthIndexedWord TO NearMissWord(NearMissCount)
               MOVE EditDistance TO NearMissDistance(NearMissCount)
               MOVE DiffText TO NearMissDiffText(NearMissCount)
               MOVE LengthIndexedWord TO WordFreqProbeWord
               PERFORM 921-SCORE-WORD
               MOVE WordFreqProbeScore TO NearMissScore(NearMissCount)
               MOVE "N" TO NearMissWrittenSwitch(NearMissCount)
           END-IF
           .

      * Write the near misses ranked best first: one pass per
      * distance value from 1 up to the ceiling, so a unique
      * one-symbol answer leads the list, and within a distance the
      * most likely word first.
       260-WRITE-NEAR-MISS-LINES.
           PERFORM VARYING RankedDistance FROM 1 BY 1
                   UNTIL RankedDistance IS GREATER THAN MaxEditDistance
               PERFORM NearMissCount TIMES
                   PERFORM 265-WRITE-BEST-NEAR-MISS
               END-PERFORM
           END-PERFORM
           .

      * Write the likeliest near miss not yet written at
      * RankedDistance, if any is left.
       265-WRITE-BEST-NEAR-MISS.
           MOVE 0 TO BestIndex
           PERFORM VARYING NearMissIndex FROM 1 BY 1
                   UNTIL NearMissIndex IS GREATER THAN NearMissCount
               IF NearMissDistance(NearMissIndex) EQUAL RankedDistance
                       AND NOT NearMissWritten(NearMissIndex) AND
                       (BestIndex EQUAL 0 OR
                        NearMissScore(NearMissIndex) IS GREATER THAN
                           BestScore)
               THEN
                   MOVE NearMissIndex TO BestIndex
                   MOVE NearMissScore(NearMissIndex) TO BestScore
               END-IF
           END-PERFORM
           IF BestIndex EQUAL 0 THEN
               EXIT PARAGRAPH
           END-IF
           SET NearMissWritten(BestIndex) TO TRUE
           MOVE RankedDistance TO DistanceFormatted
           MOVE BestScore TO WordFreqScoreFormatted
           INITIALIZE LookupReportLine
           STRING FUNCTION TRIM(RequestedPattern) DELIMITED BY SIZE
               ", NEAR, " DELIMITED BY SIZE
               FUNCTION TRIM(NearMissWord(BestIndex)) DELIMITED BY SIZE
               ", distance " DELIMITED BY SIZE
               FUNCTION TRIM(DistanceFormatted) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(NearMissDiffText(BestIndex))
                   DELIMITED BY SIZE
               ", score " DELIMITED BY SIZE
               FUNCTION TRIM(WordFreqScoreFormatted) DELIMITED BY SIZE
               INTO LookupReportLine
           WRITE LookupReportLine
           .


       AUDIT SECTION.
           COPY "RUNLOGWRITE.cpy".
           COPY "LOCKING.cpy".
           COPY "DICTREGLOOK.cpy".
           COPY "DICTCTLCHK.cpy".
           COPY "WORDFREQLOOK.cpy".

       END PROGRAM MORSELOOKUP.
