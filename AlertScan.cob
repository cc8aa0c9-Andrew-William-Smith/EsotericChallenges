      *   NAME,CONDITION,THRESHOLD,SEVERITY                          *
      * where CONDITION is one of                                     *
      *   RUNERR       ERR run-log records inside the night window    *
      *                (with CTLM, runs refused on a dictionary that  *
      *                failed its control totals)                     *
      *   SKIPPED      SKIP run-log records inside the night window   *
      *                (steps held back by SKIPONERR); the window is  *
      *                today plus yesterday evening from the          *
       01  AlertLine PIC X(130).

       FD PermutationReport.
       01  PermutationReportLine PIC X(200).

       FD ReconcileReport.
       01  ReconcileLine PIC X(80).
       01  NightNotFoundCount PIC 9(9) COMP VALUE 0.
       01  NightTimeoutCount PIC 9(9) COMP VALUE 0.
       01  MismatchScanCount PIC 9 COMP.
       01  PatternText PIC X(132).
       01  PatternVerdict PIC X(20).
      * One rule being evaluated
       01  RuleName PIC X(20).
                           THEN
                               EVALUATE RunLogResultCode
                                   WHEN "ERR "
                                   WHEN "CTLM"
                                       ADD 1 TO NightErrCount
                                   WHEN "SKIP"
                                       ADD 1 TO NightSkipCount
