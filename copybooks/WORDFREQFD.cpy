      ******************************************************************
      * Word-frequency master record: one keyed record per word of a  *
      * registered dictionary, holding the word's count from the      *
      * supplied frequency list and its score -- the base-10 log of   *
      * its share of the list's total count, so a sentence's score is *
      * the sum of its words' scores, and the nearer zero, the        *
      * likelier the reading.  The record keyed by the dictionary ID  *
      * and a blank word is the dictionary's control record: the      *
      * list's total count, and the score given to a word the list    *
      * never mentioned (half a count's worth).  COPY into FILE       *
      * SECTION alongside WORDFREQSL.cpy.                             *
      ******************************************************************
       FD  WordFrequency.
       01  WordFrequencyRecord.
           05  WordFreqKey.
               10  WordFreqDictId  PIC X(10).
               10  WordFreqWord    PIC X(28).
           05  WordFreqCount       PIC 9(12).
           05  WordFreqScore       PIC S9(3)V9(4)
                                       SIGN IS LEADING SEPARATE.
           05  WordFreqLoadDate    PIC X(8).
