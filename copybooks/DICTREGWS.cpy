       01  EnableWordsPath PIC X(80) VALUE "data/enable1.txt".
       01  EnableWordsByLengthPath PIC X(80)
               VALUE "data/enable1-bylen.dat".
      * The pattern-keyed file built alongside the length index (see
      * ENABLEWBPBLD.cpy), named after it by 907-DERIVE-PATTERN-PATH
       01  EnableWordsByPatternPath PIC X(80)
               VALUE "data/enable1-bypat.dat".
       01  IndexPathBylenCount PIC 99 COMP.
       01  DictRegistryStatus PIC XX.
       01  DictRegistryEOFSwitch PIC A.
           88  DictRegistryEOF         VALUE "Y".
