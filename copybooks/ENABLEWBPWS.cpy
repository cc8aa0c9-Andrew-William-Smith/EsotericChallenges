      ******************************************************************
      * Pattern-keyed EnableWords working storage.  COPY into         *
      * WORKING-STORAGE alongside DICTREGWS.cpy in any program that   *
      * builds or checks the EnableWordsByPattern file (see           *
      * ENABLEWBPBLD.cpy).                                            *
      ******************************************************************
       01  EnableWordsByPatternStatus PIC XX.
       01  PatternBuildEOFSwitch PIC A.
           88  PatternBuildEOF         VALUE "Y".
       01  PatternIndexOkSwitch PIC A VALUE "N".
           88  PatternIndexOk          VALUE "Y".
       01  PatternIndexCount PIC 9(9) COMP VALUE 0.
       01  PatternIndexHash PIC 9(18) COMP VALUE 0.
       01  PatternIndexCountFormatted PIC Z(8)9.
