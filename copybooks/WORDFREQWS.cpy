      ******************************************************************
      * Word-frequency scoring working storage.  COPY into            *
      * WORKING-STORAGE alongside DICTREGWS.cpy in any program that   *
      * ranks words by the frequency master (see WORDFREQLOOK.cpy).   *
      * The caller moves a word to WordFreqProbeWord and PERFORMs     *
      * 921-SCORE-WORD to get its score in WordFreqProbeScore.        *
      ******************************************************************
       01  WordFrequencyStatus PIC XX.
       01  WordFreqOpenSwitch PIC A VALUE "N".
           88  WordFreqOpen            VALUE "Y".
      * Whether the named dictionary has a frequency list loaded at
      * all; without one every word scores zero and candidates keep
      * the order they were found in.
       01  WordFreqLoadedSwitch PIC A VALUE "N".
           88  WordFreqLoaded          VALUE "Y".
       01  WordFreqFloorScore PIC S9(3)V9(4) VALUE 0.
       01  WordFreqListDate PIC X(8) VALUE SPACES.
       01  WordFreqProbeWord PIC X(28).
       01  WordFreqProbeScore PIC S9(3)V9(4).
       01  WordFreqScoreFormatted PIC -(3)9.9999.
