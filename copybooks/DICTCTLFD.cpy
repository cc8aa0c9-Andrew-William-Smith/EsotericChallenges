      ******************************************************************
      * Dictionary control record: one keyed record per registered    *
      * dictionary, written whenever its word list or length index is *
      * rebuilt.  Holds the word list's record count and hash total,  *
      * the same two figures for the length index (whose records      *
      * carry the word and its word-list position, so a current index *
      * totals exactly what its word list does), and the date and     *
      * batch reference of the last change to the words.  COPY into   *
      * FILE SECTION alongside DICTCTLSL.cpy.                         *
      ******************************************************************
       FD  DictControl.
       01  DictControlRecord.
           05  CtlDictionaryId         PIC X(10).
           05  CtlWordCount            PIC 9(9).
           05  CtlWordHashTotal        PIC 9(18).
           05  CtlIndexCount           PIC 9(9).
           05  CtlIndexHashTotal       PIC 9(18).
           05  CtlChangeDate           PIC X(8).
           05  CtlBatchRef             PIC X(20).
           05  CtlWrittenBy            PIC X(30).
           05  CtlWrittenTime          PIC X(14).
