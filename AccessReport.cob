*>GCOB >>SOURCE FORMAT IS FIXED
      ******************************************************************
      * Quarterly operator access report.                             *
      *                                                               *
      * DICTMAINT, MORSETREEMAINT, and PATTERNMAINT check every       *
      * operator ID against the registry in data/operators.par before *
      * they stage, approve, apply, or register anything, and append  *
      * a SECR security event to the run log for each refusal.  This  *
      * program gives the quarterly access review its evidence in one *
      * place:                                                        *
      *                                                               *
      *   ROLE HOLDERS  every registered operator, with name and      *
      *                 status, one line per resource listing the     *
      *                 roles held on it                              *
      *   REFUSALS      every refused attempt in the quarter, from    *
      *                 both the live run log and the archived        *
      *                 history, with who asked for which role on     *
      *                 which resource, through which program, and    *
      *                 why it was refused                            *
      *                                                               *
      * The quarter defaults to the last complete one, so the run     *
      * JOBCONTROL makes on the first day of a quarter reports the    *
      * quarter just ended.                                           *
      *                                                               *
      * Invocation:                                                   *
      *   AccessReport [report] [YYYYQn]                              *
      *                                                               *
      * Copyright (C) 2019 Andrew Smith                               *
      *                                                               *
      * This program is free software: you can redistribute it and/or *
      * modify it under the terms of the GNU General Public License as*
      * published by the Free Software Foundation, either version 3 of*
      * the License, or (at your option) any later version.           *
      *                                                               *
      * This program is distributed in the hope that it will be       *
      * useful, but WITHOUT ANY WARRANTY; without even the implied    *
      * warranty of MERCHANTABILITY or FITNESS FOR A PARTICULAR       *
      * PURPOSE.  See the GNU General Public License for more details.*
      *                                                               *
      * You should have received a copy of the GNU General Public     *
      * License along with this program.  If not, see                 *
      * <http://www.gnu.org/licenses/>.                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESSREPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *        The printed review: role holders, then refusals.
               SELECT AccessReportFile ASSIGN TO AccessReportPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *        Run-log records RUNLOGREPORT ARCHIVE has moved out of
      *        the live log; refusals older than the retention window
      *        are only found here.
               SELECT RunLogHistory ASSIGN TO "data/run-log-hist.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RunLogHistoryStatus.
               COPY "OPERSL.cpy".
               COPY "RUNLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD AccessReportFile.
       01  AccessReportLine PIC X(132).

       FD RunLogHistory.
       01  RunLogHistoryRecord PIC X(156).

      * Operators and the roles they hold on each resource.
       COPY "OPERFD.cpy".

       COPY "RUNLOGFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "RUNLOGWS.cpy".
       COPY "OPERWS.cpy".
      * Command-line controls
       01  ArgCount PIC 999.
       01  AccessReportPath PIC X(80)
               VALUE "data/access-report.out".
       01  QuarterArgument PIC X(10) VALUE SPACES.
      * The quarter reported on and its inclusive YYYYMMDD range
       01  ReportQuarter.
           05  ReportQuarterYear PIC 9(4).
           05  FILLER PIC X VALUE "Q".
           05  ReportQuarterNumber PIC 9.
       01  QuarterFromDate PIC X(8).
       01  QuarterToDate PIC X(8).
       01  QuarterStartMonth PIC 99.
       01  QuarterEndMonth PIC 99.
       01  TodayYmd PIC X(8).
       01  TodayMonth PIC 99.
      * File read controls
       01  RunLogHistoryStatus PIC XX.
       01  LogEOFSwitch PIC A VALUE "N".
           88  LogEOF                  VALUE "Y".
      * One run-log record, from either the live log or history
       01  AccessLogEntry.
           05  EntryTimestamp     PIC X(26).
           05  EntryProgramId     PIC X(30).
           05  EntryInputId       PIC X(80).
           05  EntryResultCode    PIC X(4).
           05  FILLER             PIC X(16).
      * A security event's text, unpacked
       01  EventTag PIC X(10).
       01  EventOperatorId PIC X(20).
       01  EventRole PIC X(10).
       01  EventResource PIC X(20).
       01  EventReason PIC X(30).
      * Counts for the run as a whole
       01  OperatorCount PIC 9(9) COMP VALUE 0.
       01  ActiveOperatorCount PIC 9(9) COMP VALUE 0.
       01  RefusalCount PIC 9(9) COMP VALUE 0.
       01  CountFormatted PIC Z(8)9.
       01  ActiveCountFormatted PIC Z(8)9.
      * 900-START-RUN-LOG captures the start time into the RunLog FD
      * record area, which the refusal scan overwrites; it is held
      * here and put back before 901-WRITE-RUN-LOG.
       01  ProgramStartTimestamp PIC X(26).


       PROCEDURE DIVISION.
       MAIN SECTION.
       000-MAIN.
           PERFORM 900-START-RUN-LOG
           MOVE RunLogTimestamp TO ProgramStartTimestamp
           MOVE "ACCESSREPORT" TO RunLogProgramName
           MOVE "data/operators.par" TO RunLogInputSource
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayYmd

      *    Arg 1 overrides the report path; arg 2 names the quarter
      *    as YYYYQn, the last complete quarter when omitted.
           ACCEPT ArgCount FROM ARGUMENT-NUMBER
           IF ArgCount IS GREATER THAN 0 THEN
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT AccessReportPath FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 1 THEN
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT QuarterArgument FROM ARGUMENT-VALUE
           END-IF
           PERFORM 010-RESOLVE-QUARTER
           IF RunLogResult EQUAL "ERR" THEN
               MOVE ProgramStartTimestamp TO RunLogTimestamp
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

           OPEN OUTPUT AccessReportFile
           PERFORM 050-WRITE-REPORT-HEADING
           PERFORM 100-LIST-ROLE-HOLDERS
           PERFORM 200-LIST-REFUSALS
           CLOSE AccessReportFile

           DISPLAY "ACCESSREPORT: " ReportQuarter ", "
               OperatorCount " operator(s), " RefusalCount
               " refusal(s)."
           MOVE ProgramStartTimestamp TO RunLogTimestamp
           MOVE RefusalCount TO RunLogRecordsProcessed
           PERFORM 901-WRITE-RUN-LOG
           GOBACK.

      * Settle the quarter being reported and its date range: the
      * operator's YYYYQn when given, otherwise the quarter before
      * the one today falls in.  A malformed quarter refuses the
      * run rather than quietly reporting on the wrong months.
       010-RESOLVE-QUARTER.
           IF FUNCTION TRIM(QuarterArgument) EQUAL SPACES THEN
               MOVE TodayYmd(1:4) TO ReportQuarterYear
               MOVE TodayYmd(5:2) TO TodayMonth
               COMPUTE ReportQuarterNumber =
                   (TodayMonth - 1) / 3 + 1
               IF ReportQuarterNumber EQUAL 1 THEN
                   SUBTRACT 1 FROM ReportQuarterYear
                   MOVE 4 TO ReportQuarterNumber
               ELSE
                   SUBTRACT 1 FROM ReportQuarterNumber
               END-IF
           ELSE
               MOVE FUNCTION UPPER-CASE(QuarterArgument)
                   TO QuarterArgument
               IF QuarterArgument(1:4) IS NOT NUMERIC OR
                       QuarterArgument(5:1) NOT EQUAL "Q" OR
                       QuarterArgument(6:1) < "1" OR
                       QuarterArgument(6:1) > "4" OR
                       QuarterArgument(7:4) NOT EQUAL SPACES
               THEN
                   DISPLAY "ACCESSREPORT: quarter '"
                       FUNCTION TRIM(QuarterArgument)
                       "' is not YYYYQn; nothing reported."
                   MOVE "ERR" TO RunLogResult
                   EXIT PARAGRAPH
               END-IF
               MOVE QuarterArgument(1:4) TO ReportQuarterYear
               MOVE QuarterArgument(6:1) TO ReportQuarterNumber
           END-IF
           COMPUTE QuarterStartMonth = ReportQuarterNumber * 3 - 2
           COMPUTE QuarterEndMonth = ReportQuarterNumber * 3
      *    Every month ends on or before its 31st, so day 31 bounds
      *    the quarter's last month whatever its length.
           STRING ReportQuarterYear DELIMITED BY SIZE
               QuarterStartMonth DELIMITED BY SIZE
               "01" DELIMITED BY SIZE
               INTO QuarterFromDate
           STRING ReportQuarterYear DELIMITED BY SIZE
               QuarterEndMonth DELIMITED BY SIZE
               "31" DELIMITED BY SIZE
               INTO QuarterToDate
           .

      * Title the report with the quarter and its date range.
       050-WRITE-REPORT-HEADING.
           INITIALIZE AccessReportLine
           STRING "Operator access report, quarter " DELIMITED BY SIZE
               ReportQuarter DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               QuarterFromDate DELIMITED BY SIZE
               " through " DELIMITED BY SIZE
               QuarterToDate DELIMITED BY SIZE
               "), run " DELIMITED BY SIZE
               TodayYmd DELIMITED BY SIZE
               INTO AccessReportLine
           WRITE AccessReportLine
           .


       HOLDERS SECTION.
      * One line per operator per resource held, as the registry
      * stands today.
       100-LIST-ROLE-HOLDERS.
           MOVE SPACES TO AccessReportLine
           WRITE AccessReportLine
           MOVE "ROLE HOLDERS" TO AccessReportLine
           WRITE AccessReportLine
           MOVE "OPERATOR              NAME                          "
               & "  STATUS      RESOURCE              ROLES"
               TO AccessReportLine
           WRITE AccessReportLine
           MOVE "N" TO OperatorRegistryEOFSwitch
           MOVE SPACES TO OperatorRegistryStatus
           OPEN INPUT OperatorRegistry
           IF OperatorRegistryStatus NOT EQUAL "00" THEN
               MOVE "  (no operator registry)" TO AccessReportLine
               WRITE AccessReportLine
               DISPLAY "ACCESSREPORT: no operator registry; no role "
                   "holders listed."
           ELSE
               PERFORM UNTIL OperatorRegistryEOF
                   READ OperatorRegistry
                       AT END SET OperatorRegistryEOF TO TRUE
                       NOT AT END PERFORM 110-LIST-ONE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OperatorRegistry
           END-IF
           MOVE OperatorCount TO CountFormatted
           MOVE ActiveOperatorCount TO ActiveCountFormatted
           INITIALIZE AccessReportLine
           STRING FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               " operator(s) registered, " DELIMITED BY SIZE
               FUNCTION TRIM(ActiveCountFormatted) DELIMITED BY SIZE
               " active." DELIMITED BY SIZE
               INTO AccessReportLine
           WRITE AccessReportLine
           .

      * List the operator just read: a line with no resources when
      * they hold none, otherwise one line per resource.
       110-LIST-ONE-OPERATOR.
           IF FUNCTION TRIM(OperatorRegistryLine) EQUAL SPACES THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 945-UNPACK-OPERATOR-LINE
           ADD 1 TO OperatorCount
           IF RegOperatorActive THEN
               ADD 1 TO ActiveOperatorCount
           END-IF
           IF RegResourceEntry(1) EQUAL SPACES THEN
               MOVE SPACES TO RegResourceName
               MOVE "(none)" TO RegRoleList
               PERFORM 120-WRITE-HOLDER-LINE
           ELSE
               PERFORM VARYING RegResourceIndex FROM 1 BY 1
                       UNTIL RegResourceIndex IS GREATER THAN 6
                   IF RegResourceEntry(RegResourceIndex)
                           NOT EQUAL SPACES
                   THEN
                       PERFORM 946-UNPACK-RESOURCE-ENTRY
                       PERFORM 120-WRITE-HOLDER-LINE
                   END-IF
               END-PERFORM
           END-IF
           .

      * One role-holder line for RegResourceName.
       120-WRITE-HOLDER-LINE.
           MOVE SPACES TO AccessReportLine
           MOVE RegOperatorId TO AccessReportLine(1:20)
           MOVE RegOperatorName(1:30) TO AccessReportLine(23:30)
           MOVE RegOperatorStatus TO AccessReportLine(55:10)
           MOVE RegResourceName TO AccessReportLine(67:20)
           MOVE RegRoleList TO AccessReportLine(89:40)
           WRITE AccessReportLine
           .


       REFUSALS SECTION.
      * Every SECR event stamped inside the quarter: the archived
      * history first, then the live log, so they come out in the
      * order they happened.
       200-LIST-REFUSALS.
           MOVE SPACES TO AccessReportLine
           WRITE AccessReportLine
           MOVE "REFUSALS" TO AccessReportLine
           WRITE AccessReportLine
           MOVE "DATE      TIME      PROGRAM           OPERATOR     "
               & "         ROLE        RESOURCE              REASON"
               TO AccessReportLine
           WRITE AccessReportLine

           MOVE "N" TO LogEOFSwitch
           MOVE SPACES TO RunLogHistoryStatus
           OPEN INPUT RunLogHistory
           IF RunLogHistoryStatus EQUAL "00" THEN
               PERFORM UNTIL LogEOF
                   READ RunLogHistory INTO AccessLogEntry
                       AT END SET LogEOF TO TRUE
                       NOT AT END PERFORM 210-CHECK-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RunLogHistory
           END-IF

           MOVE "N" TO LogEOFSwitch
           MOVE SPACES TO RunLogStatus
           OPEN INPUT RunLog
           IF RunLogStatus EQUAL "00" THEN
               PERFORM UNTIL LogEOF
                   READ RunLog INTO AccessLogEntry
                       AT END SET LogEOF TO TRUE
                       NOT AT END PERFORM 210-CHECK-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RunLog
           END-IF

           MOVE RefusalCount TO CountFormatted
           INITIALIZE AccessReportLine
           STRING FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               " refusal(s) in the quarter." DELIMITED BY SIZE
               INTO AccessReportLine
           WRITE AccessReportLine
           .

      * Report the entry just read if it is a security event inside
      * the quarter.
       210-CHECK-LOG-ENTRY.
           IF EntryResultCode NOT EQUAL "SECR" OR
                   EntryTimestamp(1:8) < QuarterFromDate OR
                   EntryTimestamp(1:8) > QuarterToDate
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EventTag
           MOVE SPACES TO EventOperatorId
           MOVE SPACES TO EventRole
           MOVE SPACES TO EventResource
           MOVE SPACES TO EventReason
           UNSTRING EntryInputId DELIMITED BY ","
               INTO EventTag, EventOperatorId, EventRole,
                   EventResource, EventReason
           ADD 1 TO RefusalCount
           MOVE SPACES TO AccessReportLine
           MOVE EntryTimestamp(1:8) TO AccessReportLine(1:8)
           STRING EntryTimestamp(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               EntryTimestamp(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               EntryTimestamp(13:2) DELIMITED BY SIZE
               INTO AccessReportLine(11:8)
           MOVE EntryProgramId(1:16) TO AccessReportLine(21:16)
           MOVE EventOperatorId TO AccessReportLine(39:20)
           MOVE EventRole TO AccessReportLine(61:10)
           MOVE EventResource TO AccessReportLine(73:20)
           MOVE EventReason TO AccessReportLine(95:30)
           WRITE AccessReportLine
           .


       AUDIT SECTION.
           COPY "RUNLOGWRITE.cpy".
           COPY "OPERCHK.cpy".

       END PROGRAM ACCESSREPORT.
