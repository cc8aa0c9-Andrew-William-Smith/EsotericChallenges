*>GCOB >>SOURCE FORMAT IS FIXED
      ******************************************************************
      * Morning-shift operations inquiry.                             *
      *                                                               *
      * "What state is the system in?" used to mean opening half a    *
      * dozen files by hand and knowing their layouts.  This program  *
      * answers it from a terminal menu, one read-only panel per      *
      * question:                                                     *
      *                                                               *
      *   1  Resource locks   every suite resource, free or held,     *
      *                       with the holding program and how long   *
      *                       it has held the lock                    *
      *   2  Staged batches   the DICTMAINT and MORSETREEMAINT        *
      *                       pending batches, with maker, staged     *
      *                       date, and status (PENDING awaits        *
      *                       approval, APPROVED awaits APPLY)        *
      *   3  Pattern master   the pattern inventory, filtered by      *
      *                       lifecycle status                        *
      *   4  Job control      the JOBCONTROL restart point and every  *
      *                       run-log result from last night's window *
      *   5  Tree library     the keyed Morse decoding trees          *
      *                                                               *
      * Each panel lists numbered lines a page at a time; entering a  *
      * line number drills down to that line's full detail record.    *
      * Nothing is ever written but this program's own run-log        *
      * record, and no resource lock is taken, so an inquiry never    *
      * holds up the batch.                                           *
      *                                                               *
      * Invocation:                                                   *
      *   OpsInquiry                                                  *
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
       PROGRAM-ID. OPSINQUIRY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *        DICTMAINT's staged batch: a BATCH header line, then
      *        one "action,word" line per transaction.
               SELECT DictPending ASSIGN TO "data/dict-pending.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DictPendingStatus.
      *        MORSETREEMAINT's staged batch, in the same shape.
               SELECT TreePending
                   ASSIGN TO "data/morsetree-pending.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TreePendingStatus.
      *        JOBCONTROL's restart point and its parameter file,
      *        read to name the step a rerun would resume at.
               SELECT JobRestart ASSIGN TO "data/jobcontrol.rst"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JobRestartStatus.
               SELECT JobParameters ASSIGN TO "data/jobcontrol.par"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JobParametersStatus.
               COPY "LOCKSL.cpy".
               COPY "PATTERNMSL.cpy".
               COPY "MORSETREESL.cpy".
               COPY "RUNLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD DictPending.
       01  DictPendingLine PIC X(120).

       FD TreePending.
       01  TreePendingLine PIC X(120).

       FD JobRestart.
       01  JobRestartRecord.
           05  RestartLastStep PIC 9(9).

       FD JobParameters.
       01  JobParameterLine PIC X(200).

      * A resource's lock file, read only to say who holds it.
       COPY "LOCKFD.cpy".

       COPY "PATTERNMFD.cpy".

       COPY "MORSETREEFD.cpy".

       COPY "RUNLOGFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
      * Menu controls
       01  MenuChoice PIC X(10).
       01  InquiryDoneSwitch PIC A VALUE "N".
           88  InquiryDone             VALUE "Y".
       01  PanelsViewedCount PIC 9(9) COMP VALUE 0.
      * The panel on screen: its title and notes, and one numbered
      * line per entry with the key its drill-down reads back by
       01  PanelTitle PIC X(72).
       01  PanelNote PIC X(72).
       01  PanelHeading PIC X(72).
       01  PanelTable.
           05  PanelLineCount PIC 999 COMP VALUE 0.
           05  PanelEntry OCCURS 200 TIMES.
               10  PanelLine PIC X(72).
               10  PanelKey PIC X(160).
       01  PanelOverflowCount PIC 9(9) COMP VALUE 0.
       01  PanelIndex PIC 999 COMP.
       01  PanelPageStart PIC 999 COMP.
       01  PanelPageEnd PIC 999 COMP.
       01  PanelPageSize PIC 99 COMP VALUE 15.
       01  PanelDoneSwitch PIC A.
           88  PanelDone               VALUE "Y".
       01  SelectedEntry PIC 999 COMP VALUE 0.
       01  OperatorReply PIC X(20).
       01  ReplyNumber PIC 9(4) COMP.
       01  LineNumberFormatted PIC ZZ9.
       01  PageStartFormatted PIC ZZ9.
       01  PageEndFormatted PIC ZZ9.
       01  CountFormatted PIC Z(8)9.
      * The suite's lockable resources, in the order the lock panel
      * lists them
       01  LockResourceValues.
           05  FILLER PIC X(20) VALUE "ENABLEWORDS".
           05  FILLER PIC X(20) VALUE "MORSETREES".
           05  FILLER PIC X(20) VALUE "PATTERNMASTER".
           05  FILLER PIC X(20) VALUE "DP375XREF".
           05  FILLER PIC X(20) VALUE "MESSAGECASE".
           05  FILLER PIC X(20) VALUE "WORDFREQ".
       01  LockResourceTable REDEFINES LockResourceValues.
           05  LockResourceEntry OCCURS 6 TIMES PIC X(20).
       01  LockResourceIndex PIC 9 COMP.
      * Lock events found in the run log for one resource
       01  LockEventPrefix PIC X(40).
       01  LockEventPrefixLength PIC 99 COMP.
       01  LockWaitEventCount PIC 9(9) COMP.
       01  LockFailEventCount PIC 9(9) COMP.
       01  LockLastEvent PIC X(80).
      * Age of a held lock, from its holder timestamp to now
       01  AgeFromStamp PIC X(26).
       01  AgeNowStamp PIC X(26).
       01  AgeStampDate PIC 9(8).
       01  AgeFromSeconds PIC 9(12) COMP.
       01  AgeNowSeconds PIC 9(12) COMP.
       01  AgeSeconds PIC 9(12) COMP.
       01  AgeDays PIC 9(5) COMP.
       01  AgeHours PIC 99 COMP.
       01  AgeMinutes PIC 99 COMP.
       01  AgeDaysFormatted PIC Z(4)9.
       01  AgeHoursFormatted PIC 99.
       01  AgeMinutesFormatted PIC 99.
       01  AgeText PIC X(20).
      * A timestamp laid out for the screen
       01  StampFormatted PIC X(26).
      * A staged batch's header, unpacked
       01  DictPendingStatus PIC XX.
       01  TreePendingStatus PIC XX.
       01  PendingEOFSwitch PIC A.
           88  PendingEOF              VALUE "Y".
       01  PendingHeaderTag PIC X(10).
       01  PendingBatchRef PIC X(20).
       01  PendingMaker PIC X(20).
       01  PendingStagedTime PIC X(26).
       01  PendingBatchStatus PIC X(10).
       01  PendingChecker PIC X(20).
       01  PendingDictionaryId PIC X(10).
       01  PendingSource PIC X(16).
       01  PendingLineNumber PIC 999 COMP.
      * Pattern master selection
       01  PatternMasterStatus PIC XX.
       01  PatternStatusFilter PIC X(10).
       01  MasterScanEOFSwitch PIC A.
           88  MasterScanEOF           VALUE "Y".
       01  AlphaCountFormatted PIC Z(8)9.
      * Tree library, and the verdicts reached against one tree
       01  MorseTreesStatus PIC XX.
       01  TreeScanEOFSwitch PIC A.
           88  TreeScanEOF             VALUE "Y".
       01  TreeVerdictTable.
           05  TreeVerdictEntry OCCURS 6 TIMES.
               10  TreeVerdictStatus PIC X(10).
               10  TreeVerdictCount PIC 9(9) COMP.
       01  TreeVerdictIndex PIC 9 COMP.
      * Job control restart point and last night's window, bounded
      * the way ALERTSCAN bounds it: today's records plus those
      * stamped yesterday from the evening start hour on
       01  JobRestartStatus PIC XX.
       01  JobParametersStatus PIC XX.
       01  JobParametersEOFSwitch PIC A.
           88  JobParametersEOF        VALUE "Y".
       01  RestartStepFound PIC 9(9) COMP.
       01  ParameterStepCount PIC 9(9) COMP.
       01  ResumeStepKey PIC X(20).
       01  TodayYmd PIC X(8).
       01  YesterdayYmd PIC X(8).
       01  DateNumeric PIC 9(8).
       01  DateInteger PIC 9(9) COMP.
       01  WindowStartHour PIC 99 VALUE 18.
       01  RunLogEOFSwitch PIC A.
           88  RunLogEOF               VALUE "Y".
       01  WindowRecord.
           05  WindowTimestamp     PIC X(26).
           05  WindowProgramId     PIC X(30).
           05  WindowInputId       PIC X(80).
           05  WindowResultCode    PIC X(4).
           05  WindowElapsedSecs   PIC 9(7).
           05  WindowRecordCount   PIC 9(9).
           05  FILLER              PIC X(4).
       01  ElapsedFormatted PIC Z(6)9.
      * 900-START-RUN-LOG captures the start time into the RunLog FD
      * record area, which the panels' run-log scans overwrite; it is
      * held here and put back before 901-WRITE-RUN-LOG.
       01  ProgramStartTimestamp PIC X(26).


       PROCEDURE DIVISION.
       MAIN SECTION.
       000-MAIN.
           PERFORM 900-START-RUN-LOG
           MOVE RunLogTimestamp TO ProgramStartTimestamp
           MOVE "OPSINQUIRY" TO RunLogProgramName
           MOVE "INTERACTIVE" TO RunLogInputSource
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayYmd
           MOVE FUNCTION NUMVAL(TodayYmd) TO DateNumeric
           COMPUTE DateInteger =
               FUNCTION INTEGER-OF-DATE(DateNumeric) - 1
           MOVE FUNCTION DATE-OF-INTEGER(DateInteger) TO DateNumeric
           MOVE DateNumeric TO YesterdayYmd

           PERFORM UNTIL InquiryDone
               PERFORM 050-SHOW-MENU
               EVALUATE MenuChoice
                   WHEN "1"
                       PERFORM 100-LOCK-PANEL
                   WHEN "2"
                       PERFORM 200-BATCH-PANEL
                   WHEN "3"
                       PERFORM 300-PATTERN-PANEL
                   WHEN "4"
                       PERFORM 400-JOB-PANEL
                   WHEN "5"
                       PERFORM 500-TREE-PANEL
                   WHEN "X"
                       SET InquiryDone TO TRUE
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized selection '"
                           FUNCTION TRIM(MenuChoice) "'."
               END-EVALUATE
           END-PERFORM

           MOVE ProgramStartTimestamp TO RunLogTimestamp
           MOVE PanelsViewedCount TO RunLogRecordsProcessed
           PERFORM 901-WRITE-RUN-LOG
           GOBACK.

      * The main menu, and the operator's choice from it.
       050-SHOW-MENU.
           DISPLAY " "
           DISPLAY "OPSINQUIRY  Operations inquiry          "
               FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2) " "
               FUNCTION CURRENT-DATE(9:2) ":"
               FUNCTION CURRENT-DATE(11:2)
           DISPLAY " "
           DISPLAY "   1  Resource locks"
           DISPLAY "   2  Staged batches awaiting approval or apply"
           DISPLAY "   3  Pattern master by status"
           DISPLAY "   4  Job control restart and last night's steps"
           DISPLAY "   5  Tree library"
           DISPLAY "   X  Exit"
           DISPLAY " "
           DISPLAY "Selection: " WITH NO ADVANCING
           MOVE SPACES TO MenuChoice
           ACCEPT MenuChoice
           MOVE FUNCTION UPPER-CASE(MenuChoice) TO MenuChoice
           .


       LOCKS SECTION.
      * Every lockable resource, free or held; a held one drills
      * down to its holder record and the run log's lock events.
       100-LOCK-PANEL.
           PERFORM 110-LOAD-LOCK-PANEL
           PERFORM 600-SHOW-PANEL
           PERFORM UNTIL SelectedEntry EQUAL 0
               PERFORM 120-SHOW-LOCK-DETAIL
               PERFORM 110-LOAD-LOCK-PANEL
               PERFORM 600-SHOW-PANEL
           END-PERFORM
           .

      * One panel line per resource, read fresh from its lock file.
       110-LOAD-LOCK-PANEL.
           PERFORM 610-CLEAR-PANEL
           MOVE "RESOURCE LOCKS" TO PanelTitle
           MOVE "A held lock names the program holding the resource."
               TO PanelNote
           MOVE "RESOURCE        STATE  HOLDER            SINCE       "
               & "     AGE" TO PanelHeading
           PERFORM VARYING LockResourceIndex FROM 1 BY 1
                   UNTIL LockResourceIndex IS GREATER THAN 6
               MOVE LockResourceEntry(LockResourceIndex)
                   TO LockResourceName
               PERFORM 130-READ-LOCK-FILE
               ADD 1 TO PanelLineCount
               MOVE SPACES TO PanelLine(PanelLineCount)
               MOVE LockResourceName
                   TO PanelLine(PanelLineCount)(1:14)
               MOVE LockResourceName TO PanelKey(PanelLineCount)
               EVALUATE LockFileStatus
                   WHEN "00"
                       MOVE LockHolderSince TO AgeFromStamp
                       PERFORM 650-COMPUTE-AGE
                       MOVE "HELD" TO PanelLine(PanelLineCount)(17:4)
                       MOVE LockHolderProgram
                           TO PanelLine(PanelLineCount)(24:16)
                       PERFORM 655-FORMAT-STAMP
                       MOVE StampFormatted(1:16)
                           TO PanelLine(PanelLineCount)(42:16)
                       MOVE AgeText TO PanelLine(PanelLineCount)(60:13)
                   WHEN "35"
                       MOVE "free" TO PanelLine(PanelLineCount)(17:4)
                   WHEN OTHER
                       MOVE "HELD" TO PanelLine(PanelLineCount)(17:4)
                       MOVE "(unreadable lock file)"
                           TO PanelLine(PanelLineCount)(24:22)
               END-EVALUATE
           END-PERFORM
           .

      * The chosen resource's lock record in full, and how often
      * the run log shows programs waiting on it or giving up.
       120-SHOW-LOCK-DETAIL.
           MOVE PanelKey(SelectedEntry) TO LockResourceName
           PERFORM 130-READ-LOCK-FILE
           PERFORM 140-COUNT-LOCK-EVENTS
           DISPLAY " "
           DISPLAY "RESOURCE LOCK DETAIL"
           DISPLAY "  Resource:        " FUNCTION TRIM(LockResourceName)
           DISPLAY "  Lock file:       " FUNCTION TRIM(LockFilePath)
           EVALUATE LockFileStatus
               WHEN "00"
                   MOVE LockHolderSince TO AgeFromStamp
                   PERFORM 650-COMPUTE-AGE
                   PERFORM 655-FORMAT-STAMP
                   DISPLAY "  State:           HELD"
                   DISPLAY "  Holder program:  "
                       FUNCTION TRIM(LockHolderProgram)
                   DISPLAY "  Held since:      " StampFormatted(1:19)
                   DISPLAY "  Age:             " FUNCTION TRIM(AgeText)
               WHEN "35"
                   DISPLAY "  State:           free"
               WHEN OTHER
                   DISPLAY "  State:           HELD (lock file status "
                       LockFileStatus ", unreadable)"
           END-EVALUATE
           MOVE LockWaitEventCount TO CountFormatted
           DISPLAY "  WAIT events:     " FUNCTION TRIM(CountFormatted)
               " in the live run log"
           MOVE LockFailEventCount TO CountFormatted
           DISPLAY "  LCKD events:     " FUNCTION TRIM(CountFormatted)
               " in the live run log"
           IF LockLastEvent NOT EQUAL SPACES THEN
               DISPLAY "  Latest event:    "
                   FUNCTION TRIM(LockLastEvent)
           END-IF
           PERFORM 690-PAUSE
           .

      * Read LockResourceName's lock file without taking the lock:
      * status "00" means held (the record says by whom), "35"
      * means free.
       130-READ-LOCK-FILE.
           INITIALIZE LockFilePath
           STRING "data/lock-" DELIMITED BY SIZE
               FUNCTION TRIM(LockResourceName) DELIMITED BY SIZE
               ".lck" DELIMITED BY SIZE
               INTO LockFilePath
           MOVE SPACES TO LockHolderProgram
           MOVE SPACES TO LockHolderSince
           MOVE SPACES TO LockFileStatus
           OPEN INPUT LockFile
           IF LockFileStatus EQUAL "00" THEN
               READ LockFile
                   AT END CONTINUE
               END-READ
               CLOSE LockFile
               MOVE "00" TO LockFileStatus
           END-IF
           .

      * Count the WAIT and LCKD events 913-WRITE-LOCK-EVENT has
      * appended for LockResourceName, keeping the latest.
       140-COUNT-LOCK-EVENTS.
           MOVE 0 TO LockWaitEventCount
           MOVE 0 TO LockFailEventCount
           MOVE SPACES TO LockLastEvent
           INITIALIZE LockEventPrefix
           STRING "LOCK " DELIMITED BY SIZE
               FUNCTION TRIM(LockResourceName) DELIMITED BY SIZE
               " held by " DELIMITED BY SIZE
               INTO LockEventPrefix
           COMPUTE LockEventPrefixLength =
               FUNCTION LENGTH(FUNCTION TRIM(LockEventPrefix)) + 1
           MOVE "N" TO RunLogEOFSwitch
           MOVE SPACES TO RunLogStatus
           OPEN INPUT RunLog
           IF RunLogStatus EQUAL "00" THEN
               PERFORM UNTIL RunLogEOF
                   READ RunLog INTO WindowRecord
                       AT END SET RunLogEOF TO TRUE
                       NOT AT END PERFORM 145-NOTE-LOCK-EVENT
                   END-READ
               END-PERFORM
               CLOSE RunLog
           END-IF
           .

      * Count the record just read if it is one of this resource's
      * lock events.
       145-NOTE-LOCK-EVENT.
           IF WindowInputId(1:LockEventPrefixLength) NOT EQUAL
                   LockEventPrefix(1:LockEventPrefixLength)
           THEN
               EXIT PARAGRAPH
           END-IF
           EVALUATE WindowResultCode
               WHEN "WAIT"
                   ADD 1 TO LockWaitEventCount
               WHEN "LCKD"
                   ADD 1 TO LockFailEventCount
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           INITIALIZE LockLastEvent
           STRING WindowTimestamp(1:14) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WindowResultCode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WindowProgramId) DELIMITED BY SIZE
               INTO LockLastEvent
           .


       BATCHES SECTION.
      * The two staged-batch files; each drills down to its header
      * and every staged transaction line.
       200-BATCH-PANEL.
           PERFORM 210-LOAD-BATCH-PANEL
           PERFORM 600-SHOW-PANEL
           PERFORM UNTIL SelectedEntry EQUAL 0
               PERFORM 220-SHOW-BATCH-DETAIL
               PERFORM 210-LOAD-BATCH-PANEL
               PERFORM 600-SHOW-PANEL
           END-PERFORM
           .

      * One panel line per staged batch found.
       210-LOAD-BATCH-PANEL.
           PERFORM 610-CLEAR-PANEL
           MOVE "STAGED BATCHES" TO PanelTitle
           MOVE "PENDING awaits approval; APPROVED awaits APPLY."
               TO PanelNote
           MOVE "SOURCE          BATCH-REF        MAKER       STAGED"
               & "            STATUS" TO PanelHeading
           MOVE "DICTMAINT" TO PendingSource
           PERFORM 230-READ-DICT-PENDING-HEADER
           PERFORM 215-ADD-BATCH-LINE
           MOVE "MORSETREEMAINT" TO PendingSource
           PERFORM 235-READ-TREE-PENDING-HEADER
           PERFORM 215-ADD-BATCH-LINE
           .

      * Add the batch just read, if there was one.
       215-ADD-BATCH-LINE.
           IF FUNCTION TRIM(PendingHeaderTag) NOT EQUAL "BATCH" THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PanelLineCount
           MOVE SPACES TO PanelLine(PanelLineCount)
           MOVE PendingSource TO PanelLine(PanelLineCount)(1:14)
           MOVE PendingBatchRef TO PanelLine(PanelLineCount)(17:16)
           MOVE PendingMaker TO PanelLine(PanelLineCount)(34:10)
           MOVE PendingStagedTime TO AgeFromStamp
           PERFORM 655-FORMAT-STAMP
           MOVE StampFormatted(1:16) TO PanelLine(PanelLineCount)(46:16)
           MOVE PendingBatchStatus TO PanelLine(PanelLineCount)(64:9)
           MOVE PendingSource TO PanelKey(PanelLineCount)
           .

      * The chosen batch's header and its staged transactions.
       220-SHOW-BATCH-DETAIL.
           MOVE PanelKey(SelectedEntry) TO PendingSource
           DISPLAY " "
           DISPLAY "STAGED BATCH DETAIL"
           IF PendingSource EQUAL "DICTMAINT" THEN
               PERFORM 230-READ-DICT-PENDING-HEADER
           ELSE
               PERFORM 235-READ-TREE-PENDING-HEADER
           END-IF
           MOVE PendingStagedTime TO AgeFromStamp
           PERFORM 655-FORMAT-STAMP
           DISPLAY "  Maintained by:   " FUNCTION TRIM(PendingSource)
           DISPLAY "  Batch reference: " FUNCTION TRIM(PendingBatchRef)
           DISPLAY "  Maker:           " FUNCTION TRIM(PendingMaker)
           DISPLAY "  Staged:          " StampFormatted(1:19)
           DISPLAY "  Status:          "
               FUNCTION TRIM(PendingBatchStatus)
           IF PendingChecker NOT EQUAL SPACES THEN
               DISPLAY "  Checker:         "
                   FUNCTION TRIM(PendingChecker)
           END-IF
           IF PendingSource EQUAL "DICTMAINT" THEN
               IF PendingDictionaryId EQUAL SPACES THEN
                   MOVE "ENABLE1" TO PendingDictionaryId
               END-IF
               DISPLAY "  Dictionary:      "
                   FUNCTION TRIM(PendingDictionaryId)
           END-IF
           DISPLAY "  Staged transactions:"
           MOVE 0 TO PendingLineNumber
           MOVE "N" TO PendingEOFSwitch
           IF PendingSource EQUAL "DICTMAINT" THEN
               MOVE SPACES TO DictPendingStatus
               OPEN INPUT DictPending
               IF DictPendingStatus EQUAL "00" THEN
                   READ DictPending
                       AT END SET PendingEOF TO TRUE
                   END-READ
                   PERFORM UNTIL PendingEOF
                       READ DictPending
                           AT END SET PendingEOF TO TRUE
                           NOT AT END
                               ADD 1 TO PendingLineNumber
                               MOVE PendingLineNumber
                                   TO LineNumberFormatted
                               DISPLAY "    " LineNumberFormatted
                                   "  " FUNCTION TRIM(DictPendingLine)
                       END-READ
                   END-PERFORM
                   CLOSE DictPending
               END-IF
           ELSE
               MOVE SPACES TO TreePendingStatus
               OPEN INPUT TreePending
               IF TreePendingStatus EQUAL "00" THEN
                   READ TreePending
                       AT END SET PendingEOF TO TRUE
                   END-READ
                   PERFORM UNTIL PendingEOF
                       READ TreePending
                           AT END SET PendingEOF TO TRUE
                           NOT AT END
                               ADD 1 TO PendingLineNumber
                               MOVE PendingLineNumber
                                   TO LineNumberFormatted
                               DISPLAY "    " LineNumberFormatted
                                   "  " TreePendingLine(1:70)
                       END-READ
                   END-PERFORM
                   CLOSE TreePending
               END-IF
           END-IF
           IF PendingLineNumber EQUAL 0 THEN
               DISPLAY "    (none)"
           END-IF
           PERFORM 690-PAUSE
           .

      * Unpack DICTMAINT's pending header, if the file exists.
       230-READ-DICT-PENDING-HEADER.
           PERFORM 240-CLEAR-PENDING-HEADER
           MOVE SPACES TO DictPendingStatus
           OPEN INPUT DictPending
           IF DictPendingStatus EQUAL "00" THEN
               READ DictPending
                   AT END CONTINUE
                   NOT AT END
                       UNSTRING DictPendingLine DELIMITED BY ","
                           INTO PendingHeaderTag, PendingBatchRef,
                               PendingMaker, PendingStagedTime,
                               PendingBatchStatus, PendingChecker,
                               PendingDictionaryId
               END-READ
               CLOSE DictPending
           END-IF
           .

      * Unpack MORSETREEMAINT's pending header, if the file exists.
       235-READ-TREE-PENDING-HEADER.
           PERFORM 240-CLEAR-PENDING-HEADER
           MOVE SPACES TO TreePendingStatus
           OPEN INPUT TreePending
           IF TreePendingStatus EQUAL "00" THEN
               READ TreePending
                   AT END CONTINUE
                   NOT AT END
                       UNSTRING TreePendingLine DELIMITED BY ","
                           INTO PendingHeaderTag, PendingBatchRef,
                               PendingMaker, PendingStagedTime,
                               PendingBatchStatus, PendingChecker
               END-READ
               CLOSE TreePending
           END-IF
           .

       240-CLEAR-PENDING-HEADER.
           MOVE SPACES TO PendingHeaderTag
           MOVE SPACES TO PendingBatchRef
           MOVE SPACES TO PendingMaker
           MOVE SPACES TO PendingStagedTime
           MOVE SPACES TO PendingBatchStatus
           MOVE SPACES TO PendingChecker
           MOVE SPACES TO PendingDictionaryId
           .


       PATTERNS SECTION.
      * The pattern master, filtered by the status the operator
      * asks for; each line drills down to the full record.
       300-PATTERN-PANEL.
           DISPLAY "Status (NEW, CERTIFIED, AMBIGUOUS, FAILED, "
               "TIMEOUT, RECHECK; Enter for all): " WITH NO ADVANCING
           MOVE SPACES TO PatternStatusFilter
           ACCEPT PatternStatusFilter
           MOVE FUNCTION UPPER-CASE(PatternStatusFilter)
               TO PatternStatusFilter
           PERFORM 310-LOAD-PATTERN-PANEL
           PERFORM 600-SHOW-PANEL
           PERFORM UNTIL SelectedEntry EQUAL 0
               PERFORM 320-SHOW-PATTERN-DETAIL
               PERFORM 600-SHOW-PANEL
           END-PERFORM
           .

      * One panel line per pattern whose status matches.
       310-LOAD-PATTERN-PANEL.
           PERFORM 610-CLEAR-PANEL
           INITIALIZE PanelTitle
           IF PatternStatusFilter EQUAL SPACES THEN
               MOVE "PATTERN MASTER, all statuses" TO PanelTitle
           ELSE
               STRING "PATTERN MASTER, status " DELIMITED BY SIZE
                   FUNCTION TRIM(PatternStatusFilter)
                       DELIMITED BY SIZE
                   INTO PanelTitle
           END-IF
           MOVE "PATTERN                           STATUS     LAST RUN"
               & "  TREE" TO PanelHeading
           MOVE "N" TO MasterScanEOFSwitch
           MOVE SPACES TO PatternMasterStatus
           OPEN INPUT PatternMaster
           IF PatternMasterStatus NOT EQUAL "00" THEN
               MOVE "No pattern master on file." TO PanelNote
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MasterScanEOF
               READ PatternMaster NEXT RECORD
                   AT END SET MasterScanEOF TO TRUE
                   NOT AT END
                       IF PatternStatusFilter EQUAL SPACES OR
                               PatternStatus EQUAL PatternStatusFilter
                       THEN
                           PERFORM 315-ADD-PATTERN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PatternMaster
           .

      * Add the pattern just read, its key held for the drill-down.
       315-ADD-PATTERN-LINE.
           IF PanelLineCount IS GREATER THAN OR EQUAL TO 200 THEN
               ADD 1 TO PanelOverflowCount
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PanelLineCount
           MOVE SPACES TO PanelLine(PanelLineCount)
           MOVE PatternKey(1:32) TO PanelLine(PanelLineCount)(1:32)
           MOVE PatternStatus TO PanelLine(PanelLineCount)(35:10)
           MOVE PatternLastRunDate TO PanelLine(PanelLineCount)(46:8)
           MOVE PatternTreeId TO PanelLine(PanelLineCount)(56:10)
           MOVE PatternKey TO PanelKey(PanelLineCount)
           .

      * The chosen pattern's record, read back by its key.
       320-SHOW-PATTERN-DETAIL.
           MOVE SPACES TO PatternMasterStatus
           OPEN INPUT PatternMaster
           IF PatternMasterStatus EQUAL "00" THEN
               MOVE PanelKey(SelectedEntry) TO PatternKey
               READ PatternMaster
                   INVALID KEY MOVE "23" TO PatternMasterStatus
               END-READ
               CLOSE PatternMaster
           END-IF
           DISPLAY " "
           DISPLAY "PATTERN MASTER DETAIL"
           IF PatternMasterStatus NOT EQUAL "00" THEN
               DISPLAY "  Pattern is no longer on the pattern master."
               PERFORM 690-PAUSE
               EXIT PARAGRAPH
           END-IF
           MOVE PatternAlphaCount TO AlphaCountFormatted
           DISPLAY "  Pattern:         " PatternKey(1:60)
           IF PatternKey(61:72) NOT EQUAL SPACES THEN
               DISPLAY "                   " PatternKey(61:60)
           END-IF
           IF PatternKey(121:12) NOT EQUAL SPACES THEN
               DISPLAY "                   " PatternKey(121:12)
           END-IF
           DISPLAY "  Status:          " FUNCTION TRIM(PatternStatus)
           DISPLAY "  Symbol set:      "
               FUNCTION TRIM(PatternSymbolSet)
           DISPLAY "  Registered:      " PatternAddedDate
           DISPLAY "  Last run:        " PatternLastRunDate
           DISPLAY "  Alphabet count:  "
               FUNCTION TRIM(AlphaCountFormatted)
           DISPLAY "  Verdict tree:    " FUNCTION TRIM(PatternTreeId)
           DISPLAY "  Tree value then: " PatternTreeValue
           PERFORM 690-PAUSE
           .


       JOBS SECTION.
      * The restart point, then every run-log record of last
      * night's window; each drills down to the full record.
       400-JOB-PANEL.
           PERFORM 410-LOAD-JOB-PANEL
           PERFORM 600-SHOW-PANEL
           PERFORM UNTIL SelectedEntry EQUAL 0
               PERFORM 420-SHOW-RUN-DETAIL
               PERFORM 600-SHOW-PANEL
           END-PERFORM
           .

      * Restart point into the notes, window records into the lines.
       410-LOAD-JOB-PANEL.
           PERFORM 610-CLEAR-PANEL
           PERFORM 430-READ-RESTART-POINT
           INITIALIZE PanelTitle
           STRING "JOB CONTROL, last night's window from "
                   DELIMITED BY SIZE
               YesterdayYmd DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WindowStartHour DELIMITED BY SIZE
               ":00" DELIMITED BY SIZE
               INTO PanelTitle
           INITIALIZE PanelNote
           IF RestartStepFound EQUAL 0 THEN
               MOVE ParameterStepCount TO CountFormatted
               STRING "Restart point clear: the next run starts at "
                       DELIMITED BY SIZE
                   "step 1 of " DELIMITED BY SIZE
                   FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO PanelNote
           ELSE
               MOVE RestartStepFound TO CountFormatted
               STRING "Restart point: steps 1-" DELIMITED BY SIZE
                   FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
                   " done; a rerun resumes at " DELIMITED BY SIZE
                   FUNCTION TRIM(ResumeStepKey) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO PanelNote
           END-IF
           MOVE "TIME              PROGRAM                       RESULT"
               & "  RECORDS" TO PanelHeading
           MOVE "N" TO RunLogEOFSwitch
           MOVE SPACES TO RunLogStatus
           OPEN INPUT RunLog
           IF RunLogStatus EQUAL "00" THEN
               PERFORM UNTIL RunLogEOF
                   READ RunLog INTO WindowRecord
                       AT END SET RunLogEOF TO TRUE
                       NOT AT END PERFORM 415-ADD-WINDOW-LINE
                   END-READ
               END-PERFORM
               CLOSE RunLog
           END-IF
           .

      * Add the record just read if it falls in last night's window.
       415-ADD-WINDOW-LINE.
           IF WindowTimestamp(1:8) NOT EQUAL TodayYmd AND
                   NOT (WindowTimestamp(1:8) EQUAL YesterdayYmd AND
                       FUNCTION NUMVAL(WindowTimestamp(9:2))
                           IS GREATER THAN OR EQUAL TO
                           WindowStartHour)
           THEN
               EXIT PARAGRAPH
           END-IF
           IF PanelLineCount IS GREATER THAN OR EQUAL TO 200 THEN
               ADD 1 TO PanelOverflowCount
               EXIT PARAGRAPH
           END-IF
           IF WindowRecordCount IS NOT NUMERIC THEN
               MOVE 0 TO WindowRecordCount
           END-IF
           ADD 1 TO PanelLineCount
           MOVE SPACES TO PanelLine(PanelLineCount)
           MOVE WindowTimestamp TO AgeFromStamp
           PERFORM 655-FORMAT-STAMP
           MOVE StampFormatted(1:16) TO PanelLine(PanelLineCount)(1:16)
           MOVE WindowProgramId(1:28)
               TO PanelLine(PanelLineCount)(19:28)
           MOVE WindowResultCode TO PanelLine(PanelLineCount)(49:4)
           MOVE WindowRecordCount TO CountFormatted
           MOVE CountFormatted TO PanelLine(PanelLineCount)(55:9)
           MOVE WindowRecord TO PanelKey(PanelLineCount)
           .

      * The chosen run-log record in full.
       420-SHOW-RUN-DETAIL.
           MOVE PanelKey(SelectedEntry) TO WindowRecord
           IF WindowElapsedSecs IS NOT NUMERIC THEN
               MOVE 0 TO WindowElapsedSecs
           END-IF
           IF WindowRecordCount IS NOT NUMERIC THEN
               MOVE 0 TO WindowRecordCount
           END-IF
           MOVE WindowTimestamp TO AgeFromStamp
           PERFORM 655-FORMAT-STAMP
           MOVE WindowElapsedSecs TO ElapsedFormatted
           MOVE WindowRecordCount TO CountFormatted
           DISPLAY " "
           DISPLAY "RUN LOG DETAIL"
           DISPLAY "  Started:         " StampFormatted(1:19)
           DISPLAY "  Program:         " FUNCTION TRIM(WindowProgramId)
           DISPLAY "  Input:           " FUNCTION TRIM(WindowInputId)
           DISPLAY "  Result:          " WindowResultCode
           DISPLAY "  Elapsed seconds: " FUNCTION TRIM(ElapsedFormatted)
           DISPLAY "  Records:         " FUNCTION TRIM(CountFormatted)
           PERFORM 690-PAUSE
           .

      * The last step of JOBCONTROL's unbroken run of successes,
      * and the program key of the step a rerun would start at.
       430-READ-RESTART-POINT.
           MOVE 0 TO RestartStepFound
           MOVE 0 TO ParameterStepCount
           MOVE SPACES TO ResumeStepKey
           MOVE SPACES TO JobRestartStatus
           OPEN INPUT JobRestart
           IF JobRestartStatus EQUAL "00" THEN
               READ JobRestart
                   AT END CONTINUE
                   NOT AT END
                       IF RestartLastStep IS NUMERIC THEN
                           MOVE RestartLastStep TO RestartStepFound
                       END-IF
               END-READ
               CLOSE JobRestart
           END-IF
           MOVE "N" TO JobParametersEOFSwitch
           MOVE SPACES TO JobParametersStatus
           OPEN INPUT JobParameters
           IF JobParametersStatus EQUAL "00" THEN
               PERFORM UNTIL JobParametersEOF
                   READ JobParameters
                       AT END SET JobParametersEOF TO TRUE
                       NOT AT END
                           ADD 1 TO ParameterStepCount
                           IF ParameterStepCount EQUAL
                                   RestartStepFound + 1
                           THEN
                               UNSTRING JobParameterLine
                                   DELIMITED BY ","
                                   INTO ResumeStepKey
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JobParameters
           END-IF
           IF ResumeStepKey EQUAL SPACES THEN
               MOVE "the end of the parameter file" TO ResumeStepKey
           END-IF
           .


       TREES SECTION.
      * The tree library; each tree drills down to its full value
      * and the pattern verdicts reached against it.
       500-TREE-PANEL.
           PERFORM 510-LOAD-TREE-PANEL
           PERFORM 600-SHOW-PANEL
           PERFORM UNTIL SelectedEntry EQUAL 0
               PERFORM 520-SHOW-TREE-DETAIL
               PERFORM 600-SHOW-PANEL
           END-PERFORM
           .

      * One panel line per tree on file.
       510-LOAD-TREE-PANEL.
           PERFORM 610-CLEAR-PANEL
           MOVE "TREE LIBRARY" TO PanelTitle
           MOVE "TREE-ID     VALUE" TO PanelHeading
           MOVE "N" TO TreeScanEOFSwitch
           MOVE SPACES TO MorseTreesStatus
           OPEN INPUT MorseTrees
           IF MorseTreesStatus NOT EQUAL "00" THEN
               MOVE "No tree library on file." TO PanelNote
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TreeScanEOF
               READ MorseTrees NEXT RECORD
                   AT END SET TreeScanEOF TO TRUE
                   NOT AT END
                       IF PanelLineCount IS LESS THAN 200 THEN
                           ADD 1 TO PanelLineCount
                           MOVE SPACES TO PanelLine(PanelLineCount)
                           MOVE MorseTreeId
                               TO PanelLine(PanelLineCount)(1:10)
                           MOVE MorseTreeValue(1:60)
                               TO PanelLine(PanelLineCount)(13:60)
                           MOVE MorseTreeId TO PanelKey(PanelLineCount)
                       ELSE
                           ADD 1 TO PanelOverflowCount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MorseTrees
           .

      * The chosen tree read back by ID, with a count of the pattern
      * verdicts on file that were reached against it.
       520-SHOW-TREE-DETAIL.
           MOVE SPACES TO MorseTreesStatus
           OPEN INPUT MorseTrees
           IF MorseTreesStatus EQUAL "00" THEN
               MOVE PanelKey(SelectedEntry) TO MorseTreeId
               READ MorseTrees
                   INVALID KEY MOVE "23" TO MorseTreesStatus
               END-READ
               CLOSE MorseTrees
           END-IF
           DISPLAY " "
           DISPLAY "TREE DETAIL"
           IF MorseTreesStatus NOT EQUAL "00" THEN
               DISPLAY "  Tree is no longer in the tree library."
               PERFORM 690-PAUSE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Tree ID:         " FUNCTION TRIM(MorseTreeId)
           DISPLAY "  Value:           " MorseTreeValue
           PERFORM 530-COUNT-TREE-VERDICTS
           DISPLAY "  Pattern verdicts reached against this tree:"
           PERFORM VARYING TreeVerdictIndex FROM 1 BY 1
                   UNTIL TreeVerdictIndex IS GREATER THAN 6
               MOVE TreeVerdictCount(TreeVerdictIndex)
                   TO CountFormatted
               DISPLAY "    " TreeVerdictStatus(TreeVerdictIndex)
                   "  " CountFormatted
           END-PERFORM
           PERFORM 690-PAUSE
           .

      * Tally the pattern master by status for MorseTreeId.
       530-COUNT-TREE-VERDICTS.
           MOVE "NEW" TO TreeVerdictStatus(1)
           MOVE "CERTIFIED" TO TreeVerdictStatus(2)
           MOVE "AMBIGUOUS" TO TreeVerdictStatus(3)
           MOVE "FAILED" TO TreeVerdictStatus(4)
           MOVE "TIMEOUT" TO TreeVerdictStatus(5)
           MOVE "RECHECK" TO TreeVerdictStatus(6)
           PERFORM VARYING TreeVerdictIndex FROM 1 BY 1
                   UNTIL TreeVerdictIndex IS GREATER THAN 6
               MOVE 0 TO TreeVerdictCount(TreeVerdictIndex)
           END-PERFORM
           MOVE "N" TO MasterScanEOFSwitch
           MOVE SPACES TO PatternMasterStatus
           OPEN INPUT PatternMaster
           IF PatternMasterStatus NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MasterScanEOF
               READ PatternMaster NEXT RECORD
                   AT END SET MasterScanEOF TO TRUE
                   NOT AT END
                       IF PatternTreeId EQUAL MorseTreeId THEN
                           PERFORM VARYING TreeVerdictIndex
                                   FROM 1 BY 1
                                   UNTIL TreeVerdictIndex
                                       IS GREATER THAN 6
                               IF PatternStatus EQUAL
                                       TreeVerdictStatus(
                                           TreeVerdictIndex)
                               THEN
                                   ADD 1 TO TreeVerdictCount(
                                       TreeVerdictIndex)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PatternMaster
           .


       PANEL SECTION.
      * Show the loaded panel a page at a time until the operator
      * picks a line (SelectedEntry) or returns to the menu (0).
       600-SHOW-PANEL.
           ADD 1 TO PanelsViewedCount
           MOVE 0 TO SelectedEntry
           MOVE 1 TO PanelPageStart
           MOVE "N" TO PanelDoneSwitch
           PERFORM UNTIL PanelDone
               PERFORM 620-DISPLAY-PANEL-PAGE
               IF PanelLineCount EQUAL 0 THEN
                   DISPLAY "Enter to return to the menu: "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "Line number for detail, N next page, "
                       "P previous, Enter for menu: "
                       WITH NO ADVANCING
               END-IF
               MOVE SPACES TO OperatorReply
               ACCEPT OperatorReply
               MOVE FUNCTION UPPER-CASE(OperatorReply)
                   TO OperatorReply
               EVALUATE TRUE
                   WHEN OperatorReply EQUAL SPACES
                       SET PanelDone TO TRUE
                   WHEN OperatorReply EQUAL "N"
                       IF PanelPageEnd IS LESS THAN PanelLineCount
                       THEN
                           ADD PanelPageSize TO PanelPageStart
                       END-IF
                   WHEN OperatorReply EQUAL "P"
                       IF PanelPageStart IS GREATER THAN
                               PanelPageSize
                       THEN
                           SUBTRACT PanelPageSize FROM PanelPageStart
                       ELSE
                           MOVE 1 TO PanelPageStart
                       END-IF
                   WHEN FUNCTION TEST-NUMVAL(OperatorReply) EQUAL 0
                       MOVE FUNCTION NUMVAL(OperatorReply)
                           TO ReplyNumber
                       IF ReplyNumber IS GREATER THAN 0 AND
                               ReplyNumber IS LESS THAN OR EQUAL TO
                                   PanelLineCount
                       THEN
                           MOVE ReplyNumber TO SelectedEntry
                           SET PanelDone TO TRUE
                       ELSE
                           DISPLAY "No line "
                               FUNCTION TRIM(OperatorReply)
                               " on this panel."
                       END-IF
                   WHEN OTHER
                       DISPLAY "Unrecognized reply '"
                           FUNCTION TRIM(OperatorReply) "'."
               END-EVALUATE
           END-PERFORM
           .

      * Empty the panel before a load.
       610-CLEAR-PANEL.
           MOVE 0 TO PanelLineCount
           MOVE 0 TO PanelOverflowCount
           MOVE SPACES TO PanelTitle
           MOVE SPACES TO PanelNote
           MOVE SPACES TO PanelHeading
           .

      * Title, notes, heading, and the current page of lines.
       620-DISPLAY-PANEL-PAGE.
           COMPUTE PanelPageEnd = PanelPageStart + PanelPageSize - 1
           IF PanelPageEnd IS GREATER THAN PanelLineCount THEN
               MOVE PanelLineCount TO PanelPageEnd
           END-IF
           DISPLAY " "
           DISPLAY FUNCTION TRIM(PanelTitle)
           IF PanelNote NOT EQUAL SPACES THEN
               DISPLAY FUNCTION TRIM(PanelNote)
           END-IF
           DISPLAY " "
           IF PanelLineCount EQUAL 0 THEN
               DISPLAY "     (nothing to show)"
           ELSE
               DISPLAY "     " FUNCTION TRIM(PanelHeading TRAILING)
               PERFORM VARYING PanelIndex FROM PanelPageStart BY 1
                       UNTIL PanelIndex IS GREATER THAN PanelPageEnd
                   MOVE PanelIndex TO LineNumberFormatted
                   DISPLAY LineNumberFormatted "  "
                       FUNCTION TRIM(PanelLine(PanelIndex) TRAILING)
               END-PERFORM
               MOVE PanelLineCount TO CountFormatted
               MOVE PanelPageStart TO PageStartFormatted
               MOVE PanelPageEnd TO PageEndFormatted
               DISPLAY " "
               DISPLAY "Lines " FUNCTION TRIM(PageStartFormatted) "-"
                   FUNCTION TRIM(PageEndFormatted) " of "
                   FUNCTION TRIM(CountFormatted)
           END-IF
           IF PanelOverflowCount IS GREATER THAN 0 THEN
               MOVE PanelOverflowCount TO CountFormatted
               DISPLAY FUNCTION TRIM(CountFormatted)
                   " more beyond the 200-line panel not shown."
           END-IF
           .

      * Age of the timestamp in AgeFromStamp against the clock now,
      * as days, hours, and minutes in AgeText.
       650-COMPUTE-AGE.
           MOVE SPACES TO AgeText
           IF AgeFromStamp(1:14) IS NOT NUMERIC THEN
               MOVE "unknown" TO AgeText
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AgeNowStamp
           MOVE FUNCTION NUMVAL(AgeFromStamp(1:8)) TO AgeStampDate
           COMPUTE AgeFromSeconds =
               FUNCTION INTEGER-OF-DATE(AgeStampDate) * 86400
               + FUNCTION NUMVAL(AgeFromStamp(9:2)) * 3600
               + FUNCTION NUMVAL(AgeFromStamp(11:2)) * 60
               + FUNCTION NUMVAL(AgeFromStamp(13:2))
           MOVE FUNCTION NUMVAL(AgeNowStamp(1:8)) TO AgeStampDate
           COMPUTE AgeNowSeconds =
               FUNCTION INTEGER-OF-DATE(AgeStampDate) * 86400
               + FUNCTION NUMVAL(AgeNowStamp(9:2)) * 3600
               + FUNCTION NUMVAL(AgeNowStamp(11:2)) * 60
               + FUNCTION NUMVAL(AgeNowStamp(13:2))
           IF AgeNowSeconds IS GREATER THAN AgeFromSeconds THEN
               COMPUTE AgeSeconds = AgeNowSeconds - AgeFromSeconds
           ELSE
               MOVE 0 TO AgeSeconds
           END-IF
           COMPUTE AgeDays = AgeSeconds / 86400
           COMPUTE AgeHours =
               (AgeSeconds - AgeDays * 86400) / 3600
           COMPUTE AgeMinutes =
               (AgeSeconds - AgeDays * 86400 - AgeHours * 3600) / 60
           MOVE AgeDays TO AgeDaysFormatted
           MOVE AgeHours TO AgeHoursFormatted
           MOVE AgeMinutes TO AgeMinutesFormatted
           IF AgeDays IS GREATER THAN 0 THEN
               STRING FUNCTION TRIM(AgeDaysFormatted) DELIMITED BY SIZE
                   "d " DELIMITED BY SIZE
                   AgeHoursFormatted DELIMITED BY SIZE
                   "h " DELIMITED BY SIZE
                   AgeMinutesFormatted DELIMITED BY SIZE
                   "m" DELIMITED BY SIZE
                   INTO AgeText
           ELSE
               STRING AgeHoursFormatted DELIMITED BY SIZE
                   "h " DELIMITED BY SIZE
                   AgeMinutesFormatted DELIMITED BY SIZE
                   "m" DELIMITED BY SIZE
                   INTO AgeText
           END-IF
           .

      * The timestamp in AgeFromStamp as YYYY-MM-DD HH:MM:SS in
      * StampFormatted, for display.
       655-FORMAT-STAMP.
           MOVE SPACES TO StampFormatted
           IF AgeFromStamp(1:8) IS NOT NUMERIC THEN
               MOVE AgeFromStamp TO StampFormatted
               EXIT PARAGRAPH
           END-IF
           STRING AgeFromStamp(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               AgeFromStamp(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               AgeFromStamp(7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AgeFromStamp(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               AgeFromStamp(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               AgeFromStamp(13:2) DELIMITED BY SIZE
               INTO StampFormatted
           .

      * Hold a detail screen until the operator is done with it.
       690-PAUSE.
           DISPLAY " "
           DISPLAY "Enter to return to the list: " WITH NO ADVANCING
           MOVE SPACES TO OperatorReply
           ACCEPT OperatorReply
           .


       AUDIT SECTION.
           COPY "RUNLOGWRITE.cpy".

       END PROGRAM OPSINQUIRY.
