*>GCOB >>SOURCE FORMAT IS FIXED
      ******************************************************************
      * Inbound message case file maintenance and reporting.          *
      *                                                               *
      * Received traffic went through MORSESEGMENT and MORSELOOKUP as *
      * anonymous lines, and once the reports were written nothing    *
      * recorded which message was which, who resolved it, or what    *
      * reading was accepted.  The message case file keys every       *
      * received message by its message ID with a lifecycle status -- *
      * RECEIVED when registered here, then DECODED, AMBIGUOUS, or    *
      * UNRESOLVED as each night's MORSESEGMENT run rules on it, and  *
      * CLOSED once MESSAGERESOLVE records the analyst's accepted     *
      * reading -- and this program manages that file:                *
      *                                                               *
      *   RECEIVE [input [report]]   register each "message-id,       *
      *                              station,received-date,pattern"   *
      *                              line as RECEIVED (a blank date   *
      *                              means today); rejected lines are *
      *                              reported with the reason         *
      *   EXTRACT [output]           write every open (not CLOSED)    *
      *                              message as a "message-id,pattern"*
      *                              line, the keyed shape            *
      *                              MORSESEGMENT reads and posts its *
      *                              verdict back from                *
      *   AGED [report]              the aged open-items report for   *
      *                              supervisors: every open message  *
      *                              oldest first, grouped by age,    *
      *                              with its status and candidates   *
      *                                                               *
      * Invocation:                                                   *
      *   MessageCase RECEIVE [input [report]]                        *
      *   MessageCase EXTRACT [output]                                *
      *   MessageCase AGED [report]                                   *
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
       PROGRAM-ID. MESSAGECASE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *        One "message-id,station,received-date,pattern" line
      *        per message to register.
               SELECT ReceiveInput ASSIGN TO ReceiveInputPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ReceiveInputStatus.
      *        RECEIVE's rejected lines with reasons, then its totals;
      *        AGED's open-items report.
               SELECT CaseReport ASSIGN TO CaseReportPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *        The extract: one "message-id,pattern" line per open
      *        message.
               SELECT CaseExtract ASSIGN TO CaseExtractPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *        Open messages, sorted oldest first for the aged report.
               SELECT AgedSortWork ASSIGN TO "data/message-aged.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL.
               COPY "MSGCASESL.cpy".
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD ReceiveInput.
       01  ReceiveInputLine PIC X(1000).

       FD CaseReport.
       01  CaseReportLine PIC X(140).

       FD CaseExtract.
       01  CaseExtractLine PIC X(920).

       SD AgedSortWork.
       01  AgedSortRecord.
           05  AgedReceivedDate PIC X(8).
           05  AgedMessageId PIC X(12).
           05  AgedStation PIC X(10).
           05  AgedStatus PIC X(10).
           05  AgedCandidateCount PIC 9(9).
           05  AgedLastDecodeDate PIC X(8).

      * The keyed message case file, shared with MORSESEGMENT's
      * verdict postings and MESSAGERESOLVE's closures.
       COPY "MSGCASEFD.cpy".

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
      * Command-line controls
       01  ArgCount PIC 999.
       01  ModeArgument PIC X(10) VALUE SPACES.
           88  ReceiveMode             VALUE "RECEIVE".
           88  ExtractMode             VALUE "EXTRACT".
           88  AgedMode                VALUE "AGED".
       01  ReceiveInputPath PIC X(80)
               VALUE "data/message-receive.in".
       01  CaseExtractPath PIC X(80)
               VALUE "data/morse-case.in".
       01  CaseReportPath PIC X(80) VALUE SPACES.
      * File controls
       01  MessageCaseStatus PIC XX.
       01  CaseFileOpenSwitch PIC A VALUE "N".
           88  CaseFileOpen            VALUE "Y".
       01  ReceiveInputStatus PIC XX.
       01  ReceiveInputEOFSwitch PIC A VALUE "N".
           88  ReceiveInputEOF         VALUE "Y".
       01  MasterScanEOFSwitch PIC A VALUE "N".
           88  MasterScanEOF           VALUE "Y".
       01  SortReturnEOFSwitch PIC A VALUE "N".
           88  SortReturnEOF           VALUE "Y".
      * The RECEIVE line in hand
       01  LineNumber PIC 9(9) COMP VALUE 0.
       01  LineMessageId PIC X(40).
       01  LineStation PIC X(40).
       01  LineReceivedDate PIC X(20).
       01  LinePattern PIC X(1000).
       01  LinePatternLength PIC 9(4) COMP.
       01  CharIndex PIC 9(4) COMP.
       01  RejectReason PIC X(50).
      * Today's date, and the aged report's age arithmetic
       01  TodayYmd PIC X(8).
       01  TodayNumeric PIC 9(8).
       01  ReceivedNumeric PIC 9(8).
       01  AgeDays PIC S9(7) COMP.
       01  AgeBand PIC 9 COMP.
       01  CurrentAgeBand PIC 9 COMP.
       01  BandCount PIC 9(9) COMP.
       01  LinePointer PIC 999 COMP.
      * Counts for the run as a whole
       01  RegisteredCount PIC 9(9) COMP VALUE 0.
       01  RejectedCount PIC 9(9) COMP VALUE 0.
       01  ExtractedCount PIC 9(9) COMP VALUE 0.
       01  OpenCount PIC 9(9) COMP VALUE 0.
       01  CountFormatted PIC Z(8)9.
       01  AgeFormatted PIC Z(6)9.


       PROCEDURE DIVISION.
       MAIN SECTION.
       000-MAIN.
           PERFORM 900-START-RUN-LOG
           MOVE "MESSAGECASE" TO RunLogProgramName
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayYmd

      *    Arg 1 names the mode; arg 2 is RECEIVE's input file,
      *    EXTRACT's output path, or AGED's report path; arg 3 is
      *    RECEIVE's report path.
           ACCEPT ArgCount FROM ARGUMENT-NUMBER
           IF ArgCount IS GREATER THAN 0 THEN
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT ModeArgument FROM ARGUMENT-VALUE
           END-IF

      *    Every mode touches the shared case file, which the
      *    segmentation run and the resolution program also update;
      *    refuse the run cleanly if the resource stays held.
           MOVE "MESSAGECASE" TO LockResourceName
           PERFORM 910-ACQUIRE-RESOURCE-LOCK
           IF NOT LockAcquired THEN
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN ReceiveMode
                   MOVE "data/message-receive.out" TO CaseReportPath
                   IF ArgCount IS GREATER THAN 1 THEN
                       DISPLAY 2 UPON ARGUMENT-NUMBER
                       ACCEPT ReceiveInputPath FROM ARGUMENT-VALUE
                   END-IF
                   IF ArgCount IS GREATER THAN 2 THEN
                       DISPLAY 3 UPON ARGUMENT-NUMBER
                       ACCEPT CaseReportPath FROM ARGUMENT-VALUE
                   END-IF
                   MOVE ReceiveInputPath TO RunLogInputSource
                   PERFORM 100-RECEIVE-MESSAGES
               WHEN ExtractMode
                   IF ArgCount IS GREATER THAN 1 THEN
                       DISPLAY 2 UPON ARGUMENT-NUMBER
                       ACCEPT CaseExtractPath FROM ARGUMENT-VALUE
                   END-IF
                   MOVE "data/message-case.dat" TO RunLogInputSource
                   PERFORM 200-EXTRACT-OPEN-MESSAGES
               WHEN AgedMode
                   MOVE "data/message-aged.out" TO CaseReportPath
                   IF ArgCount IS GREATER THAN 1 THEN
                       DISPLAY 2 UPON ARGUMENT-NUMBER
                       ACCEPT CaseReportPath FROM ARGUMENT-VALUE
                   END-IF
                   MOVE "data/message-case.dat" TO RunLogInputSource
                   PERFORM 300-AGED-OPEN-ITEMS
               WHEN OTHER
                   DISPLAY "MESSAGECASE: expected RECEIVE, EXTRACT, "
                       "or AGED; nothing done."
                   MOVE "ERR" TO RunLogResult
           END-EVALUATE

           PERFORM 911-RELEASE-RESOURCE-LOCK
           PERFORM 901-WRITE-RUN-LOG
           GOBACK.


       INTAKE SECTION.
      * Register every well-formed input line as RECEIVED, reporting
      * each line refused and why.  A message ID already on file is
      * refused rather than overwritten, so a resent batch cannot
      * wipe out a decode or an analyst's resolution.
       100-RECEIVE-MESSAGES.
           MOVE SPACES TO ReceiveInputStatus
           OPEN INPUT ReceiveInput
           IF ReceiveInputStatus NOT EQUAL "00" THEN
               DISPLAY "MESSAGECASE: input "
                   FUNCTION TRIM(ReceiveInputPath) " not available."
               MOVE "ERR" TO RunLogResult
               EXIT PARAGRAPH
           END-IF
           PERFORM 110-OPEN-MASTER-IO
           IF NOT CaseFileOpen THEN
               CLOSE ReceiveInput
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CaseReport
           INITIALIZE CaseReportLine
           STRING "Messages received from " DELIMITED BY SIZE
               FUNCTION TRIM(ReceiveInputPath) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               TodayYmd DELIMITED BY SIZE
               INTO CaseReportLine
           WRITE CaseReportLine
           PERFORM UNTIL ReceiveInputEOF
               READ ReceiveInput
                   AT END SET ReceiveInputEOF TO TRUE
                   NOT AT END PERFORM 120-RECEIVE-ONE-MESSAGE
               END-READ
           END-PERFORM
           CLOSE ReceiveInput
           CLOSE MessageCase
           MOVE RegisteredCount TO CountFormatted
           INITIALIZE CaseReportLine
           STRING "  Messages registered RECEIVED: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO CaseReportLine
           WRITE CaseReportLine
           MOVE RejectedCount TO CountFormatted
           INITIALIZE CaseReportLine
           STRING "  Lines rejected: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO CaseReportLine
           WRITE CaseReportLine
           CLOSE CaseReport
           DISPLAY "MESSAGECASE: " RegisteredCount " message(s) "
               "registered RECEIVED, " RejectedCount " rejected."
           IF RejectedCount IS GREATER THAN 0 THEN
               MOVE "ERR" TO RunLogResult
           END-IF
           MOVE LineNumber TO RunLogRecordsProcessed
           .

      * Open the case file for update, creating it on first use the
      * same way the pattern master creates itself.  Only a case file
      * that does not exist yet ("35") is created: one that will not
      * open for any other reason is refused and left untouched, so
      * no analyst's resolution is ever emptied out with it.
       110-OPEN-MASTER-IO.
           MOVE "N" TO CaseFileOpenSwitch
           MOVE SPACES TO MessageCaseStatus
           OPEN I-O MessageCase
           IF MessageCaseStatus EQUAL "35" THEN
               OPEN OUTPUT MessageCase
               CLOSE MessageCase
               OPEN I-O MessageCase
           END-IF
           IF MessageCaseStatus EQUAL "00" THEN
               SET CaseFileOpen TO TRUE
           ELSE
               DISPLAY "MESSAGECASE: case file will not open (status "
                   MessageCaseStatus "); nothing received."
               MOVE "ERR" TO RunLogResult
           END-IF
           .

      * Validate one input line and WRITE it as RECEIVED, letting a
      * duplicate message ID report back as INVALID KEY.  A blank
      * line is passed over.
       120-RECEIVE-ONE-MESSAGE.
           ADD 1 TO LineNumber
           IF ReceiveInputLine EQUAL SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LineMessageId
           MOVE SPACES TO LineStation
           MOVE SPACES TO LineReceivedDate
           MOVE SPACES TO LinePattern
           MOVE SPACES TO RejectReason
           UNSTRING ReceiveInputLine DELIMITED BY ","
               INTO LineMessageId, LineStation, LineReceivedDate,
                   LinePattern
           END-UNSTRING
           MOVE FUNCTION TRIM(LineMessageId) TO LineMessageId
           MOVE FUNCTION TRIM(LineStation) TO LineStation
           MOVE FUNCTION TRIM(LineReceivedDate) TO LineReceivedDate
           MOVE FUNCTION TRIM(LinePattern) TO LinePattern
           IF LineReceivedDate EQUAL SPACES THEN
               MOVE TodayYmd TO LineReceivedDate
           END-IF
           MOVE 0 TO LinePatternLength
           IF LinePattern NOT EQUAL SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LinePattern))
                   TO LinePatternLength
           END-IF
           EVALUATE TRUE
               WHEN LineMessageId EQUAL SPACES
                   MOVE "no message ID" TO RejectReason
               WHEN LineMessageId(13:) NOT EQUAL SPACES
                   MOVE "message ID longer than 12 characters"
                       TO RejectReason
               WHEN LineStation EQUAL SPACES
                   MOVE "no source station" TO RejectReason
               WHEN LineStation(11:) NOT EQUAL SPACES
                   MOVE "source station longer than 10 characters"
                       TO RejectReason
               WHEN LineReceivedDate(9:) NOT EQUAL SPACES OR
                       LineReceivedDate(1:8) IS NOT NUMERIC
                   MOVE "received date is not YYYYMMDD"
                       TO RejectReason
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(LineReceivedDate(1:8)))
                       NOT EQUAL 0
                   MOVE "received date is not a calendar date"
                       TO RejectReason
               WHEN LineReceivedDate(1:8) IS GREATER THAN TodayYmd
                   MOVE "received date is in the future"
                       TO RejectReason
               WHEN LinePatternLength EQUAL 0
                   MOVE "no pattern" TO RejectReason
               WHEN LinePatternLength IS GREATER THAN 900
                   MOVE "pattern longer than 900 symbols"
                       TO RejectReason
               WHEN OTHER
                   PERFORM VARYING CharIndex FROM 1 BY 1
                           UNTIL CharIndex IS GREATER THAN
                               LinePatternLength
                       IF LinePattern(CharIndex:1) NOT EQUAL "." AND
                               LinePattern(CharIndex:1) NOT EQUAL "-"
                       THEN
                           MOVE "pattern is not all dots and dashes"
                               TO RejectReason
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF RejectReason EQUAL SPACES THEN
               INITIALIZE MessageCaseRecord
               MOVE LineMessageId TO MessageId
               MOVE "RECEIVED" TO MessageStatus
               MOVE LineReceivedDate(1:8) TO MessageReceivedDate
               MOVE LineStation TO MessageSourceStation
               MOVE 0 TO MessageCandidateCount
               MOVE SPACES TO MessageLastDecodeDate
               MOVE SPACES TO MessageAcceptedReading
               MOVE SPACES TO MessageResolvedBy
               MOVE SPACES TO MessageResolvedDate
               MOVE LinePattern(1:900) TO MessageRawPattern
               WRITE MessageCaseRecord
                   INVALID KEY
                       MOVE "message ID already on the case file"
                           TO RejectReason
                   NOT INVALID KEY
                       ADD 1 TO RegisteredCount
               END-WRITE
           END-IF
           IF RejectReason NOT EQUAL SPACES THEN
               PERFORM 130-REPORT-REJECTED-LINE
           END-IF
           .

      * One rejected line and the reason for it.
       130-REPORT-REJECTED-LINE.
           ADD 1 TO RejectedCount
           MOVE LineNumber TO CountFormatted
           INITIALIZE CaseReportLine
           STRING "LINE " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               ", '" DELIMITED BY SIZE
               FUNCTION TRIM(LineMessageId) DELIMITED BY SIZE
               "', REJECTED, " DELIMITED BY SIZE
               FUNCTION TRIM(RejectReason) DELIMITED BY SIZE
               INTO CaseReportLine
           WRITE CaseReportLine
           .


       EXTRACT SECTION.
      * Build the night's segmentation input from every message not
      * yet CLOSED, each line carrying its message ID so MORSESEGMENT
      * can post its verdict back to the right case.
       200-EXTRACT-OPEN-MESSAGES.
           MOVE SPACES TO MessageCaseStatus
           OPEN INPUT MessageCase
           OPEN OUTPUT CaseExtract
      *    No case file yet simply means nothing is open: the extract
      *    is written empty so the segmentation step has its input.
           IF MessageCaseStatus EQUAL "00" THEN
               MOVE "N" TO MasterScanEOFSwitch
               MOVE LOW-VALUES TO MessageId
               START MessageCase KEY IS GREATER THAN OR EQUAL
                       MessageId
                   INVALID KEY SET MasterScanEOF TO TRUE
               END-START
               PERFORM UNTIL MasterScanEOF
                   READ MessageCase NEXT RECORD
                       AT END SET MasterScanEOF TO TRUE
                       NOT AT END PERFORM 210-EXTRACT-ONE-MESSAGE
                   END-READ
               END-PERFORM
               CLOSE MessageCase
           END-IF
           CLOSE CaseExtract
           DISPLAY "MESSAGECASE: " ExtractedCount " open message(s) "
               "extracted to " FUNCTION TRIM(CaseExtractPath) "."
           MOVE ExtractedCount TO RunLogRecordsProcessed
           .

      * Write the record just read if it is still open.
       210-EXTRACT-ONE-MESSAGE.
           IF MessageStatus NOT EQUAL "CLOSED" THEN
               ADD 1 TO ExtractedCount
               INITIALIZE CaseExtractLine
               STRING FUNCTION TRIM(MessageId) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(MessageRawPattern) DELIMITED BY SIZE
                   INTO CaseExtractLine
               WRITE CaseExtractLine
           END-IF
           .


       AGED SECTION.
      * The aged open-items report: every message not yet CLOSED,
      * oldest first, grouped into age bands with a count under each
      * band and the open total at the foot.
       300-AGED-OPEN-ITEMS.
           MOVE TodayYmd TO TodayNumeric
           OPEN OUTPUT CaseReport
           INITIALIZE CaseReportLine
           STRING "Open messages as of " DELIMITED BY SIZE
               TodayYmd DELIMITED BY SIZE
               ", oldest first" DELIMITED BY SIZE
               INTO CaseReportLine
           WRITE CaseReportLine
           SORT AgedSortWork
               ON ASCENDING KEY AgedReceivedDate
               ON ASCENDING KEY AgedMessageId
               INPUT PROCEDURE IS 310-RELEASE-OPEN-MESSAGES
               OUTPUT PROCEDURE IS 320-WRITE-AGED-LINES
           MOVE OpenCount TO CountFormatted
           INITIALIZE CaseReportLine
           STRING "Total open messages: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO CaseReportLine
           WRITE CaseReportLine
           CLOSE CaseReport
           DISPLAY "MESSAGECASE: " OpenCount " open message(s) "
               "reported to " FUNCTION TRIM(CaseReportPath) "."
           MOVE OpenCount TO RunLogRecordsProcessed
           .

      * Release every open message to the sort.  No case file yet
      * means nothing is open.
       310-RELEASE-OPEN-MESSAGES.
           MOVE SPACES TO MessageCaseStatus
           OPEN INPUT MessageCase
           IF MessageCaseStatus NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO MasterScanEOFSwitch
           MOVE LOW-VALUES TO MessageId
           START MessageCase KEY IS GREATER THAN OR EQUAL MessageId
               INVALID KEY SET MasterScanEOF TO TRUE
           END-START
           PERFORM UNTIL MasterScanEOF
               READ MessageCase NEXT RECORD
                   AT END SET MasterScanEOF TO TRUE
                   NOT AT END
                       IF MessageStatus NOT EQUAL "CLOSED" THEN
                           MOVE MessageReceivedDate
                               TO AgedReceivedDate
                           MOVE MessageId TO AgedMessageId
                           MOVE MessageSourceStation TO AgedStation
                           MOVE MessageStatus TO AgedStatus
                           MOVE MessageCandidateCount
                               TO AgedCandidateCount
                           MOVE MessageLastDecodeDate
                               TO AgedLastDecodeDate
                           RELEASE AgedSortRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MessageCase
           .

      * Write the sorted open messages, opening a new band heading
      * (and closing the last band with its count) whenever the age
      * crosses into a younger band.
       320-WRITE-AGED-LINES.
           MOVE 0 TO CurrentAgeBand
           MOVE 0 TO BandCount
           PERFORM UNTIL SortReturnEOF
               RETURN AgedSortWork
                   AT END SET SortReturnEOF TO TRUE
                   NOT AT END PERFORM 330-WRITE-ONE-AGED-LINE
               END-RETURN
           END-PERFORM
           IF CurrentAgeBand NOT EQUAL 0 THEN
               PERFORM 340-WRITE-BAND-COUNT
           END-IF
           .

      * One open message: its age in days from the received date to
      * today, its band, and its line.
       330-WRITE-ONE-AGED-LINE.
           ADD 1 TO OpenCount
           MOVE 0 TO AgeDays
           IF AgedReceivedDate IS NUMERIC THEN
               MOVE AgedReceivedDate TO ReceivedNumeric
               IF FUNCTION TEST-DATE-YYYYMMDD(ReceivedNumeric)
                       EQUAL 0
               THEN
                   COMPUTE AgeDays =
                       FUNCTION INTEGER-OF-DATE(TodayNumeric) -
                       FUNCTION INTEGER-OF-DATE(ReceivedNumeric)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN AgeDays IS GREATER THAN 30
                   MOVE 1 TO AgeBand
               WHEN AgeDays IS GREATER THAN 7
                   MOVE 2 TO AgeBand
               WHEN AgeDays IS GREATER THAN 1
                   MOVE 3 TO AgeBand
               WHEN OTHER
                   MOVE 4 TO AgeBand
           END-EVALUATE
           IF AgeBand NOT EQUAL CurrentAgeBand THEN
               IF CurrentAgeBand NOT EQUAL 0 THEN
                   PERFORM 340-WRITE-BAND-COUNT
               END-IF
               MOVE AgeBand TO CurrentAgeBand
               MOVE 0 TO BandCount
               EVALUATE AgeBand
                   WHEN 1
                       MOVE "Open over 30 days:" TO CaseReportLine
                   WHEN 2
                       MOVE "Open 8 to 30 days:" TO CaseReportLine
                   WHEN 3
                       MOVE "Open 2 to 7 days:" TO CaseReportLine
                   WHEN OTHER
                       MOVE "Open 0 to 1 day:" TO CaseReportLine
               END-EVALUATE
               WRITE CaseReportLine
           END-IF
           ADD 1 TO BandCount
           MOVE AgeDays TO AgeFormatted
           MOVE AgedCandidateCount TO CountFormatted
           INITIALIZE CaseReportLine
           MOVE 1 TO LinePointer
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(AgedMessageId) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(AgedStation) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(AgedStatus) DELIMITED BY SIZE
               ", received " DELIMITED BY SIZE
               AgedReceivedDate DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(AgeFormatted) DELIMITED BY SIZE
               " day(s) open, " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               " candidate(s)" DELIMITED BY SIZE
               INTO CaseReportLine
               WITH POINTER LinePointer
           IF AgedLastDecodeDate NOT EQUAL SPACES THEN
               STRING ", last decoded " DELIMITED BY SIZE
                   AgedLastDecodeDate DELIMITED BY SIZE
                   INTO CaseReportLine
                   WITH POINTER LinePointer
           END-IF
           WRITE CaseReportLine
           .

      * Close the band just finished with its message count.
       340-WRITE-BAND-COUNT.
           MOVE BandCount TO CountFormatted
           INITIALIZE CaseReportLine
           STRING "  Messages in band: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO CaseReportLine
           WRITE CaseReportLine
           .


       AUDIT SECTION.
           COPY "RUNLOGWRITE.cpy".
           COPY "LOCKING.cpy".

       END PROGRAM MESSAGECASE.
