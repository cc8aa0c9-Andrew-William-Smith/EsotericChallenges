      ******************************************************************
      * Word-frequency master file SELECT clause.  COPY into          *
      * FILE-CONTROL in any program that loads the frequency master   *
      * (WORDFREQLOAD) or ranks dictionary words by it (MORSELOOKUP,  *
      * MORSESEGMENT).  Requires WordFrequencyStatus PIC XX in        *
      * WORKING-STORAGE (WORDFREQWS.cpy supplies it).                 *
      ******************************************************************
               SELECT WordFrequency
                   ASSIGN TO 'data/word-frequency.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WordFreqKey
                   FILE STATUS IS WordFrequencyStatus.
