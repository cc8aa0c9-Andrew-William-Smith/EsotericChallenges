      ******************************************************************
      * Shared pattern-keyed EnableWords record layout: one record    *
      * per EnableWordsByLength record, keyed by the word's cached    *
      * smooshed Morse pattern and then its position in the word list,*
      * so every word sharing a pattern -- and every pattern sharing a*
      * prefix -- sits together in key order.  A START on any run of  *
      * symbols finds the first pattern beginning with them, which is *
      * what lets MORSESEGMENT find the words spelling a message's    *
      * next symbols without holding the dictionary in storage.  Words*
      * are at most 28 letters and no letter's pattern exceeds the    *
      * 5-character MORSETBL.cpy slot, so 140 characters hold any     *
      * pattern.  COPY into FILE SECTION alongside ENABLEWBPSL.cpy.   *
      ******************************************************************
       FD  EnableWordsByPattern.
       01  EnableWordsByPatternRecord.
           05  PatternIndexKey.
               10  PatternIndexMorse PIC X(140).
               10  PatternIndexSequence PIC 9(9).
           05  PatternIndexWord PIC X(28).
           05  PatternIndexWordLength PIC 99.
