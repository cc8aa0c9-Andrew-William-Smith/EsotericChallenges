      *        ENCODE and back (request 010), shared with
      *        DAILYPROGRAMMER380EASY.
               COPY "ENABLEWSL.cpy".
               COPY "ENABLEWBLSL.cpy".
               SELECT ReconcileReport ASSIGN TO ReconcileReportPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *        Optional override of the Morse alphabet/digit mapping
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MorseAlphabetConfigStatus.
               COPY "DICTREGSL.cpy".
               COPY "DICTCTLSL.cpy".
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

      * enable1 dataset, shared with DAILYPROGRAMMER380EASY.
       COPY "ENABLEWFD.cpy".

       COPY "ENABLEWBLFD.cpy".

      * One "letter, pattern, MATCH/MISMATCH" line per letter checked.
       FD ReconcileReport.
       01  ReconcileLine PIC X(80).

       COPY "DICTREGFD.cpy".

       COPY "DICTCTLFD.cpy".

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
       COPY "DICTREGWS.cpy".
       COPY "DICTCTLWS.cpy".
       01  EnableWordsByLengthStatus PIC XX.
      * Morse letters table, shared with DAILYPROGRAMMER380EASY.
       COPY "MORSETBL.cpy".
      * Command-line controls
       01  EffortState.
           05  EffortUsed PIC 9(9) COMP VALUE 0.
           05  EffortLimit PIC 9(9) COMP VALUE 0.
      * What a full alphabet is for that search: the 26 letters,
      * consuming the 82-symbol pangram exactly.
       01  SearchShape.
           05  SearchSymbolSet PIC X(10) VALUE "LETTERS".
           05  SearchSymbolCount PIC 99 COMP VALUE 26.
           05  SearchInputLength PIC 999 COMP VALUE 82.
       01  PermutationMismatchCount PIC 9 COMP VALUE 0.
      * EnableWords round trip (request 010): each real dictionary
      * word is encoded through SMORSE-ENCODE and decoded back via the
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

      *    The word list and its length index must still total what
      *    their last rebuild recorded; anything else was changed
      *    behind DICTMAINT's back, and nothing built on it is sound.
           PERFORM 930-VERIFY-DICTIONARY-CONTROL
           IF NOT DictControlOk THEN
               DISPLAY "RECONCILE: dictionary control check failed; "
                   "run refused."
               PERFORM 911-RELEASE-RESOURCE-LOCK
               MOVE "CTLM" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE "MORSETREES" TO LockResourceName
           PERFORM 910-ACQUIRE-RESOURCE-LOCK
           IF NOT LockAcquired THEN
           MOVE 0 TO EffortUsed
           CALL "FIND-PERMUTATION" USING BY REFERENCE MorseTree,
               CurrentAlphabetResult, PangramMorseInput, EffortState,
               SearchShape,
               BY VALUE 1, 1
               RETURNING AlphabetFoundSwitch
           INITIALIZE ReconcileLine
           COPY "RUNLOGWRITE.cpy".
           COPY "LOCKING.cpy".
           COPY "DICTREGLOOK.cpy".
           COPY "DICTCTLCHK.cpy".

       END PROGRAM RECONCILE.

