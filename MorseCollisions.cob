       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               COPY "ENABLEWSL.cpy".
               COPY "ENABLEWBLSL.cpy".
      *        Index records re-sequenced by pattern, so colliding
      *        words arrive adjacent to one another.
               SELECT CollisionReport ASSIGN TO CollisionReportPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               COPY "DICTREGSL.cpy".
               COPY "DICTCTLSL.cpy".
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
      * The word list itself, read only to check it against its
      * control totals.
       COPY "ENABLEWFD.cpy".

      * Length-indexed EnableWords, with each word's Morse pattern
      * cached by DAILYPROGRAMMER380EASY's bonus scan.
       COPY "ENABLEWBLFD.cpy".

       COPY "DICTREGFD.cpy".

       COPY "DICTCTLFD.cpy".

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
       COPY "DICTREGWS.cpy".
       COPY "DICTCTLWS.cpy".
      * Command-line controls
       01  ArgCount PIC 999.
       01  CollisionReportPath PIC X(80)
               GOBACK
           END-IF

      *    The word list and its length index must still total what
      *    their last rebuild recorded; anything else was changed
      *    behind DICTMAINT's back, and nothing built on it is sound.
           PERFORM 930-VERIFY-DICTIONARY-CONTROL
           IF NOT DictControlOk THEN
               DISPLAY "MORSECOLLISIONS: dictionary control check "
                   "failed; run refused."
               PERFORM 911-RELEASE-RESOURCE-LOCK
               MOVE "CTLM" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

      *    Pass 1: bring colliding words adjacent by sorting the index
      *    on its cached pattern, grouping as the sort returns them.
           SORT PatternSortWork
           COPY "RUNLOGWRITE.cpy".
           COPY "LOCKING.cpy".
           COPY "DICTREGLOOK.cpy".
           COPY "DICTCTLCHK.cpy".

       END PROGRAM MORSECOLLISIONS.
