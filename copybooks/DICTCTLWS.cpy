      ******************************************************************
      * Dictionary control working storage.  COPY into                *
      * WORKING-STORAGE alongside DICTREGWS.cpy in any program that   *
      * writes or checks a dictionary's control totals (see           *
      * DICTCTLCHK.cpy).  The hash total weights each word's letters  *
      * by their position in the word and the word by its position in *
      * the list, so a changed, swapped, or reordered word moves it   *
      * even where the word count stays the same.                     *
      ******************************************************************
       01  DictControlStatus PIC XX.
       01  DictControlOkSwitch PIC A VALUE "Y".
           88  DictControlOk           VALUE "Y".
       01  DictControlFoundSwitch PIC A VALUE "N".
           88  DictControlFound        VALUE "Y".
      * N leaves the length index out of the check, for a caller
      * about to rebuild the index from the word list anyway
       01  DictControlIndexCheckSwitch PIC A VALUE "Y".
           88  DictControlIndexCheck   VALUE "Y".
      * Y when the write records a change to the words themselves
      * (stamping today's date and DictCtlBatchRef); N when it only
      * refreshes the totals after an index rebuild
       01  DictControlChangeSwitch PIC A VALUE "Y".
           88  DictControlChange       VALUE "Y".
       01  DictCtlBatchRef PIC X(20) VALUE SPACES.
      * The control record as found on file
       01  DictCtlOnFile.
           05  DictCtlFileWordCount PIC 9(9).
           05  DictCtlFileWordHash PIC 9(18).
           05  DictCtlFileIndexCount PIC 9(9).
           05  DictCtlFileIndexHash PIC 9(18).
           05  DictCtlFileChangeDate PIC X(8).
           05  DictCtlFileBatchRef PIC X(20).
      * The totals just counted from the files themselves
       01  DictCtlCountedWords PIC 9(9) COMP.
       01  DictCtlWordHash PIC 9(18) COMP.
       01  DictCtlCountedIndex PIC 9(9) COMP.
       01  DictCtlIndexHash PIC 9(18) COMP.
      * One word being totalled
       01  DictCtlEOFSwitch PIC A.
           88  DictCtlEOF              VALUE "Y".
       01  DictCtlWord PIC X(28).
       01  DictCtlSequence PIC 9(9) COMP.
       01  DictCtlCharIndex PIC 99 COMP.
       01  DictCtlWordValue PIC 9(9) COMP.
       01  DictCtlCountFormatted PIC Z(8)9.
       01  DictCtlFoundFormatted PIC Z(8)9.
