      * pattern, carrying its certification lifecycle -- NEW when     *
      * registered, then CERTIFIED, AMBIGUOUS, FAILED, or TIMEOUT as  *
      * the permutation search rules on it -- with the dates and the  *
      * last alphabet count the enumeration found.  Every verdict     *
      * also records the tree it was reached against -- its ID and    *
      * its 63-character value at the time -- so a later change to    *
      * that tree can send the pattern back as RECHECK for            *
      * re-certification, and the symbol set it covers: LETTERS for   *
      * the 26 letters smooshed together, ALPHANUM for the 36 letters *
      * and digits.  COPY into FILE SECTION alongside                 *
      * PATTERNMSL.cpy.                                               *
      ******************************************************************
       FD  PatternMaster.
       01  PatternMasterRecord.
           05  PatternKey          PIC X(132).
           05  PatternStatus       PIC X(10).
           05  PatternAddedDate    PIC X(8).
           05  PatternLastRunDate  PIC X(8).
           05  PatternAlphaCount   PIC 9(9).
           05  PatternTreeId       PIC X(10).
           05  PatternTreeValue    PIC X(63).
           05  PatternSymbolSet    PIC X(10).
