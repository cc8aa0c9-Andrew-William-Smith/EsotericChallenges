       01  PriorBonusLine PIC X(80).

       FD CurrentPermutation.
       01  CurrentPermutationLine PIC X(200).

       FD PriorPermutation.
       01  PriorPermutationLine PIC X(200).

       FD DeltaReport.
       01  DeltaReportLine PIC X(500).
       01  PriorPermTable.
           05  PriorPermCount PIC 9(4) COMP VALUE 0.
           05  PriorPermEntry OCCURS 1000 TIMES.
               10  PriorPermKey PIC X(132).
               10  PriorPermText PIC X(200).
               10  PriorPermUsed PIC X.
       01  PriorPermIndex PIC 9(4) COMP.
      * The line/key being matched
       01  MatchFoundSwitch PIC A.
           88  MatchFound              VALUE "Y".
       01  CurrentKey PIC X(132).
       01  TableOverflowCount PIC 9(9) COMP VALUE 0.
      * Delta counts for the run as a whole
       01  AddedCount PIC 9(9) COMP VALUE 0.
