      ******************************************************************
      * Word-frequency scoring paragraphs.  COPY into PROCEDURE       *
      * DIVISION (alongside DICTREGLOOK.cpy) in any program that      *
      * ranks dictionary words by likelihood.  PERFORM                *
      * 920-OPEN-WORD-FREQUENCY once DictionaryId is resolved, then   *
      * 921-SCORE-WORD per word, and 922-CLOSE-WORD-FREQUENCY before  *
      * the run ends.  A missing master, or a dictionary with no list *
      * loaded, is not an error: every word then scores zero.         *
      ******************************************************************
      * Open the master and read the dictionary's control record.
       920-OPEN-WORD-FREQUENCY.
           MOVE "N" TO WordFreqOpenSwitch
           MOVE "N" TO WordFreqLoadedSwitch
           MOVE 0 TO WordFreqFloorScore
           MOVE SPACES TO WordFreqListDate
           MOVE SPACES TO WordFrequencyStatus
           OPEN INPUT WordFrequency
           IF WordFrequencyStatus EQUAL "00" THEN
               SET WordFreqOpen TO TRUE
               MOVE DictionaryId TO WordFreqDictId
               MOVE SPACES TO WordFreqWord
               READ WordFrequency KEY IS WordFreqKey
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET WordFreqLoaded TO TRUE
                       MOVE WordFreqScore TO WordFreqFloorScore
                       MOVE WordFreqLoadDate TO WordFreqListDate
               END-READ
           END-IF
           .

      * Score WordFreqProbeWord: its own score when the list has it,
      * the dictionary's floor score when it does not.
       921-SCORE-WORD.
           MOVE WordFreqFloorScore TO WordFreqProbeScore
           IF WordFreqLoaded THEN
               MOVE DictionaryId TO WordFreqDictId
               MOVE FUNCTION LOWER-CASE(WordFreqProbeWord)
                   TO WordFreqWord
               READ WordFrequency KEY IS WordFreqKey
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WordFreqScore TO WordFreqProbeScore
               END-READ
           END-IF
           .

       922-CLOSE-WORD-FREQUENCY.
           IF WordFreqOpen THEN
               CLOSE WordFrequency
               MOVE "N" TO WordFreqOpenSwitch
           END-IF
           .
