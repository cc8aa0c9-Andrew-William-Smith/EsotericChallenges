      ******************************************************************
      * Pattern-keyed EnableWords paragraphs.  COPY into PROCEDURE    *
      * DIVISION (alongside DICTCTLCHK.cpy) in any program that writes*
      * a dictionary's length index or searches its patterns.         *
      *                                                               *
      * PERFORM 950-BUILD-PATTERN-INDEX once EnableWordsByLength is   *
      * written and closed: the pattern file is rebuilt from it record*
      * for record, so the two can never disagree.  Every program that*
      * writes the length index (DICTMAINT, DICTLOAD, and             *
      * DAILYPROGRAMMER380EASY) does so in the same run.              *
      *                                                               *
      * PERFORM 955-CHECK-PATTERN-INDEX after                         *
      * 930-VERIFY-DICTIONARY-CONTROL has passed with the index check *
      * on: the pattern file's count and hash total, taken the way    *
      * 936-TOTAL-LENGTH-INDEX takes the index's, must equal the      *
      * index's.  PatternIndexOk says whether they do.                *
      ******************************************************************
      * Rebuild the pattern file from the length index, one record
      * per index record, counting them into PatternIndexCount.
       950-BUILD-PATTERN-INDEX.
           MOVE "N" TO PatternIndexOkSwitch
           MOVE 0 TO PatternIndexCount
           MOVE "N" TO PatternBuildEOFSwitch
           MOVE SPACES TO EnableWordsByLengthStatus
           OPEN INPUT EnableWordsByLength
           IF EnableWordsByLengthStatus NOT EQUAL "00" THEN
               DISPLAY FUNCTION TRIM(RunLogProgramName)
                   ": index " FUNCTION TRIM(EnableWordsByLengthPath)
                   " not available; pattern file not built."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EnableWordsByPatternStatus
           OPEN OUTPUT EnableWordsByPattern
           IF EnableWordsByPatternStatus NOT EQUAL "00" THEN
               CLOSE EnableWordsByLength
               DISPLAY FUNCTION TRIM(RunLogProgramName)
                   ": pattern file "
                   FUNCTION TRIM(EnableWordsByPatternPath)
                   " could not be written."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WordLength
           MOVE 0 TO WordSequence
           START EnableWordsByLength KEY IS GREATER THAN OR EQUAL
                   LengthKey
               INVALID KEY SET PatternBuildEOF TO TRUE
           END-START
           PERFORM UNTIL PatternBuildEOF
               READ EnableWordsByLength NEXT RECORD
                   AT END SET PatternBuildEOF TO TRUE
                   NOT AT END
                       ADD 1 TO PatternIndexCount
                       MOVE LengthIndexedMorse(1:140)
                           TO PatternIndexMorse
                       MOVE WordSequence TO PatternIndexSequence
                       MOVE LengthIndexedWord TO PatternIndexWord
                       MOVE WordLength TO PatternIndexWordLength
                       WRITE EnableWordsByPatternRecord
                           INVALID KEY CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE EnableWordsByLength
           CLOSE EnableWordsByPattern
           SET PatternIndexOk TO TRUE
           MOVE PatternIndexCount TO PatternIndexCountFormatted
           DISPLAY FUNCTION TRIM(RunLogProgramName)
               ": pattern file " FUNCTION TRIM(EnableWordsByPatternPath)
               " built: " FUNCTION TRIM(PatternIndexCountFormatted)
               " record(s)."
           .

      * Count and hash-total the pattern file and hold the totals up
      * against the length index's, as 936-TOTAL-LENGTH-INDEX left
      * them in DictCtlCountedIndex and DictCtlIndexHash.
       955-CHECK-PATTERN-INDEX.
           MOVE "N" TO PatternIndexOkSwitch
           MOVE 0 TO PatternIndexCount
           MOVE 0 TO PatternIndexHash
           MOVE "N" TO PatternBuildEOFSwitch
           MOVE SPACES TO EnableWordsByPatternStatus
           OPEN INPUT EnableWordsByPattern
           IF EnableWordsByPatternStatus NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PatternIndexKey
           START EnableWordsByPattern KEY IS GREATER THAN OR EQUAL
                   PatternIndexKey
               INVALID KEY SET PatternBuildEOF TO TRUE
           END-START
           PERFORM UNTIL PatternBuildEOF
               READ EnableWordsByPattern NEXT RECORD
                   AT END SET PatternBuildEOF TO TRUE
                   NOT AT END
                       ADD 1 TO PatternIndexCount
                       MOVE PatternIndexWord TO DictCtlWord
                       MOVE PatternIndexSequence TO DictCtlSequence
                       PERFORM 939-HASH-ONE-WORD
                       COMPUTE PatternIndexHash = FUNCTION MOD(
                           PatternIndexHash +
                               DictCtlWordValue * DictCtlSequence,
                           999999999999999989)
               END-READ
           END-PERFORM
           CLOSE EnableWordsByPattern
           IF PatternIndexCount EQUAL DictCtlCountedIndex AND
                   PatternIndexHash EQUAL DictCtlIndexHash
           THEN
               SET PatternIndexOk TO TRUE
           END-IF
           .
