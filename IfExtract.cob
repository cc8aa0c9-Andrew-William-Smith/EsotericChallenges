      *                                                               *
      *   H  run date and generation number                           *
      *   S  the SMORSE summary totals (records, conversion errors)   *
      *   B  one record per BonusResults match, with the bonus rule   *
      *      it satisfied                                             *
      *   P  one record per PermutationReport verdict                 *
      *   R  the reconcile mismatch count and lines checked           *
      *   T  trailer: record count and numeric hash total per type,   *
      *      so the load can prove it received everything             *
      *                                                               *
      * Every record is 160 characters, space-filled; the P record    *
      * carries the whole pattern, up to the 132 symbols the pattern  *
      * master keys, so no two patterns ever arrive looking alike.    *
      *                                                               *
      * Run as a JOBCONTROL step after OPSREPORT.  A missing input    *
      * (its step skipped or failed) contributes no detail records    *
      * but never fails the extract; the trailer counts tell the      *
       01  BonusResultLine PIC X(80).

       FD PermutationReport.
       01  PermutationReportLine PIC X(200).

       FD ReconcileReport.
       01  ReconcileLine PIC X(80).

      * The typed fixed-layout records, REDEFINEd over one 160-byte
      * area.
       FD InterfaceExtract.
       01  ExtractRecord PIC X(160).
       01  ExtractHeaderRecord REDEFINES ExtractRecord.
           05  HdrRecordType PIC X.
           05  HdrRunDate PIC X(8).
           05  HdrGeneration PIC 9(6).
           05  FILLER PIC X(145).
       01  ExtractSummaryRecord REDEFINES ExtractRecord.
           05  SumRecordType PIC X.
           05  SumRecordsProcessed PIC 9(9).
           05  SumConversionErrors PIC 9(9).
           05  FILLER PIC X(141).
       01  ExtractBonusRecord REDEFINES ExtractRecord.
           05  BonRecordType PIC X.
           05  BonRuleName PIC X(20).
           05  BonWord PIC X(40).
           05  BonWordLength PIC 99.
           05  FILLER PIC X(97).
       01  ExtractPatternRecord REDEFINES ExtractRecord.
           05  PatRecordType PIC X.
           05  PatVerdict PIC X(10).
           05  PatAlphaCount PIC 9(9).
           05  PatPattern PIC X(132).
           05  FILLER PIC X(8).
       01  ExtractReconcileRecord REDEFINES ExtractRecord.
           05  RecRecordType PIC X.
           05  RecMismatchCount PIC 9(9).
           05  RecLinesChecked PIC 9(9).
           05  FILLER PIC X(141).
       01  ExtractTrailerRecord REDEFINES ExtractRecord.
           05  TrlRecordType PIC X.
           05  TrlSummaryCount PIC 9(7).
           05  TrlBonusHash PIC 9(11).
           05  TrlPatternHash PIC 9(11).
           05  TrlReconcileHash PIC 9(11).
           05  FILLER PIC X(87).

       FD GenerationControl.
       01  GenerationControlLine PIC X(10).
       01  SummaryErrorsValue PIC 9(9) VALUE 0.
       01  SummaryAvailableSwitch PIC A VALUE "N".
           88  SummaryAvailable        VALUE "Y".
      * One bonus match being unpacked: "word, rule name"
       01  BonusWord PIC X(40).
       01  BonusRuleText PIC X(40).
      * One permutation verdict being unpacked
       01  PatternText PIC X(132).
       01  PatternVerdict PIC X(20).
       01  PatternRemainder PIC X(40).
       01  PatternCountText PIC X(20).
           END-IF
           .

      * One B record per BonusResults match.  The hash is the word
      * length, the one figure the record carries that the receiver
      * can recompute from the record itself.
       210-EXTRACT-BONUS-MATCHES.
           MOVE "N" TO InputEOFSwitch
           MOVE SPACES TO BonusResultsStatus
                       AT END SET InputEOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO BonusWord
                           MOVE SPACES TO BonusRuleText
                           UNSTRING BonusResultLine
                               DELIMITED BY ", "
                               INTO BonusWord, BonusRuleText
                           IF BonusRuleText NOT EQUAL SPACES THEN
                               MOVE SPACES TO ExtractRecord
                               MOVE "B" TO BonRecordType
                               MOVE BonusRuleText TO BonRuleName
                               MOVE BonusWord TO BonWord
                               MOVE LENGTH OF FUNCTION TRIM(BonusWord)
                                   TO BonWordLength
                               WRITE ExtractRecord
                               ADD 1 TO BonusRecCount
                               ADD BonWordLength TO BonusHashTotal
                           END-IF
                   END-READ
               END-PERFORM
