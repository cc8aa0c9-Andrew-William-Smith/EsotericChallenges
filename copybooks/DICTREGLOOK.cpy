                   "' is not in data/dict-registry.par; run refused."
               MOVE "N" TO DictResolveOkSwitch
           END-IF
           PERFORM 907-DERIVE-PATTERN-PATH
           .

      * Match one "ID,word-list-path,index-path" registry line
               END-IF
           END-IF
           .

      * Name the pattern-keyed file after the length index it is
      * built from: the index path with "-bylen." read as "-bypat.",
      * or with ".pat" added to an index path not named that way.
       907-DERIVE-PATTERN-PATH.
           MOVE EnableWordsByLengthPath TO EnableWordsByPatternPath
           MOVE 0 TO IndexPathBylenCount
           INSPECT EnableWordsByPatternPath TALLYING IndexPathBylenCount
               FOR ALL "-bylen."
           IF IndexPathBylenCount IS GREATER THAN 0 THEN
               INSPECT EnableWordsByPatternPath
                   REPLACING FIRST "-bylen." BY "-bypat."
           ELSE
               INITIALIZE EnableWordsByPatternPath
               STRING FUNCTION TRIM(EnableWordsByLengthPath)
                       DELIMITED BY SIZE
                   ".pat" DELIMITED BY SIZE
                   INTO EnableWordsByPatternPath
           END-IF
           .
