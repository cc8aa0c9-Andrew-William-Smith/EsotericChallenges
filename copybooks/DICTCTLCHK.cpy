      ******************************************************************
      * Dictionary control paragraphs.  COPY into PROCEDURE DIVISION  *
      * (alongside DICTREGLOOK.cpy) in any program that writes or     *
      * checks a dictionary's control totals.  Requires ENABLEWSL/FD, *
      * ENABLEWBLSL/FD (with EnableWordsByLengthStatus), DICTCTLSL/FD *
      * and DICTCTLWS.cpy.                                            *
      *                                                               *
      * A program reading the dictionary PERFORMs                     *
      * 930-VERIFY-DICTIONARY-CONTROL once the dictionary is resolved *
      * and its lock is held, and refuses the run unless              *
      * DictControlOk, logging result code CTLM: a word list or index *
      * that no longer totals what its last rebuild recorded has been *
      * edited or restored by hand, and nothing built on it can be    *
      * trusted.  DICTMAINT and the index rebuild PERFORM             *
      * 938-WRITE-DICTIONARY-CONTROL once the files are rewritten.    *
      ******************************************************************
      * Check the resolved dictionary's word list -- and, unless
      * DictControlIndexCheck is off, its length index -- against
      * the control record.  Every disagreement is reported before
      * DictControlOk is returned.
       930-VERIFY-DICTIONARY-CONTROL.
           MOVE "Y" TO DictControlOkSwitch
           PERFORM 932-READ-DICTIONARY-CONTROL
           IF NOT DictControlFound THEN
               DISPLAY FUNCTION TRIM(RunLogProgramName)
                   ": no control record for dictionary '"
                   FUNCTION TRIM(DictionaryId)
                   "' in data/dict-control.dat."
               MOVE "N" TO DictControlOkSwitch
               EXIT PARAGRAPH
           END-IF
           PERFORM 934-TOTAL-WORD-LIST
           IF DictCtlCountedWords NOT EQUAL DictCtlFileWordCount OR
                   DictCtlWordHash NOT EQUAL DictCtlFileWordHash
           THEN
               MOVE DictCtlFileWordCount TO DictCtlCountFormatted
               MOVE DictCtlCountedWords TO DictCtlFoundFormatted
               DISPLAY FUNCTION TRIM(RunLogProgramName)
                   ": word list " FUNCTION TRIM(EnableWordsPath)
                   " does not match its control record: "
                   FUNCTION TRIM(DictCtlCountFormatted)
                   " word(s) recorded, "
                   FUNCTION TRIM(DictCtlFoundFormatted) " found"
               IF DictCtlWordHash NOT EQUAL DictCtlFileWordHash THEN
                   DISPLAY FUNCTION TRIM(RunLogProgramName)
                       ": word list hash total differs from the "
                       "control record."
               END-IF
               MOVE "N" TO DictControlOkSwitch
           END-IF
           IF DictControlIndexCheck THEN
               PERFORM 936-TOTAL-LENGTH-INDEX
               IF DictCtlCountedIndex NOT EQUAL DictCtlFileIndexCount
                       OR DictCtlIndexHash NOT EQUAL
                           DictCtlFileIndexHash
               THEN
                   MOVE DictCtlFileIndexCount TO DictCtlCountFormatted
                   MOVE DictCtlCountedIndex TO DictCtlFoundFormatted
                   DISPLAY FUNCTION TRIM(RunLogProgramName)
                       ": index "
                       FUNCTION TRIM(EnableWordsByLengthPath)
                       " does not match its control record: "
                       FUNCTION TRIM(DictCtlCountFormatted)
                       " record(s) recorded, "
                       FUNCTION TRIM(DictCtlFoundFormatted) " found"
                   IF DictCtlIndexHash NOT EQUAL DictCtlFileIndexHash
                   THEN
                       DISPLAY FUNCTION TRIM(RunLogProgramName)
                           ": index hash total differs from the "
                           "control record."
                   END-IF
                   MOVE "N" TO DictControlOkSwitch
               END-IF
           END-IF
           IF DictControlOk THEN
               DISPLAY FUNCTION TRIM(RunLogProgramName)
                   ": dictionary " FUNCTION TRIM(DictionaryId)
                   " agrees with its control record (last changed "
                   DictCtlFileChangeDate ", "
                   FUNCTION TRIM(DictCtlFileBatchRef) ")."
           END-IF
           .

      * Read the resolved dictionary's control record into
      * DictCtlOnFile, setting DictControlFound.
       932-READ-DICTIONARY-CONTROL.
           MOVE "N" TO DictControlFoundSwitch
           INITIALIZE DictCtlOnFile
           MOVE SPACES TO DictControlStatus
           OPEN INPUT DictControl
           IF DictControlStatus EQUAL "00" THEN
               MOVE DictionaryId TO CtlDictionaryId
               READ DictControl KEY IS CtlDictionaryId
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET DictControlFound TO TRUE
                       MOVE CtlWordCount TO DictCtlFileWordCount
                       MOVE CtlWordHashTotal TO DictCtlFileWordHash
                       MOVE CtlIndexCount TO DictCtlFileIndexCount
                       MOVE CtlIndexHashTotal TO DictCtlFileIndexHash
                       MOVE CtlChangeDate TO DictCtlFileChangeDate
                       MOVE CtlBatchRef TO DictCtlFileBatchRef
               END-READ
               CLOSE DictControl
           END-IF
           .

      * Count and hash-total the word list, one pass in file order.
       934-TOTAL-WORD-LIST.
           MOVE 0 TO DictCtlCountedWords
           MOVE 0 TO DictCtlWordHash
           MOVE "N" TO DictCtlEOFSwitch
           OPEN INPUT EnableWords
           PERFORM UNTIL DictCtlEOF
               READ EnableWords INTO DictCtlWord
                   AT END SET DictCtlEOF TO TRUE
                   NOT AT END
                       ADD 1 TO DictCtlCountedWords
                       MOVE DictCtlCountedWords TO DictCtlSequence
                       PERFORM 939-HASH-ONE-WORD
                       COMPUTE DictCtlWordHash = FUNCTION MOD(
                           DictCtlWordHash +
                               DictCtlWordValue * DictCtlSequence,
                           999999999999999989)
               END-READ
           END-PERFORM
           CLOSE EnableWords
           .

      * Count and hash-total the length index.  Each record carries
      * its word and that word's position in the list, so the total
      * comes out the same as the word list's when the two agree.
       936-TOTAL-LENGTH-INDEX.
           MOVE 0 TO DictCtlCountedIndex
           MOVE 0 TO DictCtlIndexHash
           MOVE "N" TO DictCtlEOFSwitch
           MOVE SPACES TO EnableWordsByLengthStatus
           OPEN INPUT EnableWordsByLength
           IF EnableWordsByLengthStatus NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WordLength
           MOVE 0 TO WordSequence
           START EnableWordsByLength KEY IS GREATER THAN OR EQUAL
                   LengthKey
               INVALID KEY SET DictCtlEOF TO TRUE
           END-START
           PERFORM UNTIL DictCtlEOF
               READ EnableWordsByLength NEXT RECORD
                   AT END SET DictCtlEOF TO TRUE
                   NOT AT END
                       ADD 1 TO DictCtlCountedIndex
                       MOVE LengthIndexedWord TO DictCtlWord
                       MOVE WordSequence TO DictCtlSequence
                       PERFORM 939-HASH-ONE-WORD
                       COMPUTE DictCtlIndexHash = FUNCTION MOD(
                           DictCtlIndexHash +
                               DictCtlWordValue * DictCtlSequence,
                           999999999999999989)
               END-READ
           END-PERFORM
           CLOSE EnableWordsByLength
           .

      * Total the resolved dictionary's files afresh and write its
      * control record, creating the control file on first use.  A
      * change (DictControlChange) stamps today's date and
      * DictCtlBatchRef; a refresh keeps the last change's date and
      * reference, or takes them from today and DictCtlBatchRef when
      * the dictionary has no record yet.
       938-WRITE-DICTIONARY-CONTROL.
           PERFORM 934-TOTAL-WORD-LIST
           PERFORM 936-TOTAL-LENGTH-INDEX
           MOVE SPACES TO DictControlStatus
           OPEN I-O DictControl
           IF DictControlStatus NOT EQUAL "00" THEN
               OPEN OUTPUT DictControl
               CLOSE DictControl
               OPEN I-O DictControl
           END-IF
           IF DictControlStatus NOT EQUAL "00" THEN
               DISPLAY FUNCTION TRIM(RunLogProgramName)
                   ": data/dict-control.dat not available; control "
                   "totals for " FUNCTION TRIM(DictionaryId)
                   " not written."
               MOVE "ERR" TO RunLogResult
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO DictControlFoundSwitch
           MOVE DictionaryId TO CtlDictionaryId
           READ DictControl KEY IS CtlDictionaryId
               INVALID KEY CONTINUE
               NOT INVALID KEY SET DictControlFound TO TRUE
           END-READ
           IF DictControlChange OR NOT DictControlFound THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO CtlChangeDate
               MOVE DictCtlBatchRef TO CtlBatchRef
           END-IF
           MOVE DictionaryId TO CtlDictionaryId
           MOVE DictCtlCountedWords TO CtlWordCount
           MOVE DictCtlWordHash TO CtlWordHashTotal
           MOVE DictCtlCountedIndex TO CtlIndexCount
           MOVE DictCtlIndexHash TO CtlIndexHashTotal
           MOVE RunLogProgramName TO CtlWrittenBy
           MOVE FUNCTION CURRENT-DATE(1:14) TO CtlWrittenTime
           IF DictControlFound THEN
               REWRITE DictControlRecord
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE DictControlRecord
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           CLOSE DictControl
           MOVE DictCtlCountedWords TO DictCtlCountFormatted
           MOVE DictCtlCountedIndex TO DictCtlFoundFormatted
           DISPLAY FUNCTION TRIM(RunLogProgramName)
               ": control totals for " FUNCTION TRIM(DictionaryId)
               " written: " FUNCTION TRIM(DictCtlCountFormatted)
               " word(s), " FUNCTION TRIM(DictCtlFoundFormatted)
               " index record(s)."
           .

      * Weight each letter of DictCtlWord by its position in the
      * word, leaving the word's value in DictCtlWordValue.
       939-HASH-ONE-WORD.
           MOVE 0 TO DictCtlWordValue
           PERFORM VARYING DictCtlCharIndex FROM 1 BY 1
                   UNTIL DictCtlCharIndex IS GREATER THAN 28
               IF DictCtlWord(DictCtlCharIndex:1) NOT EQUAL SPACE THEN
                   COMPUTE DictCtlWordValue = DictCtlWordValue +
                       FUNCTION ORD(DictCtlWord(DictCtlCharIndex:1))
                           * DictCtlCharIndex
               END-IF
           END-PERFORM
           .
