      ******************************************************************
      * Shared pattern-keyed EnableWords file SELECT clause.  COPY    *
      * into FILE-CONTROL alongside ENABLEWBLSL.cpy in any program    *
      * that builds or searches the EnableWordsByPattern file (see    *
      * ENABLEWBPBLD.cpy).  Requires EnableWordsByPatternStatus, which*
      * ENABLEWBPWS.cpy supplies.  The path comes from                *
      * EnableWordsByPatternPath (DICTREGWS.cpy), which follows the   *
      * dictionary's length index.                                    *
      ******************************************************************
               SELECT EnableWordsByPattern
                   ASSIGN TO EnableWordsByPatternPath
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PatternIndexKey
                   FILE STATUS IS EnableWordsByPatternStatus.
