*>GCOB >>SOURCE FORMAT IS FIXED
      ******************************************************************
      * Analyst resolution of inbound messages.                       *
      *                                                               *
      * Once the night's segmentation has posted its verdicts to the  *
      * message case file, an analyst reads the candidates and        *
      * decides what each message actually said.  This program takes  *
      * those decisions as transactions -- one "message-id,operator-  *
      * id,accepted reading" line per message -- and closes each      *
      * message on the case file with the accepted reading, the       *
      * analyst's operator ID, and today's date, so the file records  *
      * who resolved which message and what it was taken to say.      *
      *                                                               *
      * A transaction is rejected, with the reason, in the resolution *
      * report when it names no message, no operator, or no reading,  *
      * when the operator ID or reading is too long for the case      *
      * record, when the message is not on the case file, or when the *
      * message is already CLOSED -- a closed message keeps the       *
      * reading its analyst accepted.                                 *
      *                                                               *
      * Invocation:                                                   *
      *   MessageResolve [transactions [report]]                      *
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
       PROGRAM-ID. MESSAGERESOLVE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *        One "message-id,operator-id,accepted reading" line per
      *        message resolved.
               SELECT ResolveTransactions
                   ASSIGN TO ResolveTransactionsPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ResolveTransactionsStatus.
      *        One line per transaction applied or rejected, then the
      *        totals.
               SELECT ResolveReport ASSIGN TO ResolveReportPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               COPY "MSGCASESL.cpy".
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD ResolveTransactions.
       01  ResolveTransactionLine PIC X(300).

       FD ResolveReport.
       01  ResolveReportLine PIC X(300).

      * The keyed message case file, registered by MESSAGECASE and
      * decoded by MORSESEGMENT.
       COPY "MSGCASEFD.cpy".

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
      * Command-line controls
       01  ArgCount PIC 999.
       01  ResolveTransactionsPath PIC X(80)
               VALUE "data/message-resolve.in".
       01  ResolveReportPath PIC X(80)
               VALUE "data/message-resolve.out".
      * File controls
       01  MessageCaseStatus PIC XX.
       01  ResolveTransactionsStatus PIC XX.
       01  ResolveTransactionsEOFSwitch PIC A VALUE "N".
           88  ResolveTransactionsEOF  VALUE "Y".
      * The transaction in hand
       01  LineNumber PIC 9(9) COMP VALUE 0.
       01  TransMessageId PIC X(40).
       01  TransOperatorId PIC X(40).
       01  TransReading PIC X(300).
       01  RejectReason PIC X(50).
       01  CharIndex PIC 999 COMP.
       01  CommaPosition PIC 999 COMP.
       01  CommasSeen PIC 9 COMP.
       01  TodayYmd PIC X(8).
      * Counts for the run as a whole
       01  ClosedCount PIC 9(9) COMP VALUE 0.
       01  RejectedCount PIC 9(9) COMP VALUE 0.
       01  CountFormatted PIC Z(8)9.


       PROCEDURE DIVISION.
       MAIN SECTION.
       000-MAIN.
           PERFORM 900-START-RUN-LOG
           MOVE "MESSAGERESOLVE" TO RunLogProgramName
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayYmd

      *    Arg 1 is the transaction file, arg 2 the resolution
      *    report.
           ACCEPT ArgCount FROM ARGUMENT-NUMBER
           IF ArgCount IS GREATER THAN 0 THEN
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT ResolveTransactionsPath FROM ARGUMENT-VALUE
           END-IF
           IF ArgCount IS GREATER THAN 1 THEN
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT ResolveReportPath FROM ARGUMENT-VALUE
           END-IF
           MOVE ResolveTransactionsPath TO RunLogInputSource

           MOVE SPACES TO ResolveTransactionsStatus
           OPEN INPUT ResolveTransactions
           IF ResolveTransactionsStatus NOT EQUAL "00" THEN
               DISPLAY "MESSAGERESOLVE: transactions "
                   FUNCTION TRIM(ResolveTransactionsPath)
                   " not available."
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

      *    The case file is shared with the segmentation run and
      *    MESSAGECASE; refuse the run cleanly if the resource stays
      *    held.
           MOVE "MESSAGECASE" TO LockResourceName
           PERFORM 910-ACQUIRE-RESOURCE-LOCK
           IF NOT LockAcquired THEN
               CLOSE ResolveTransactions
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

           MOVE SPACES TO MessageCaseStatus
           OPEN I-O MessageCase
           IF MessageCaseStatus NOT EQUAL "00" THEN
               DISPLAY "MESSAGERESOLVE: message case file not "
                   "available; nothing resolved."
               CLOSE ResolveTransactions
               PERFORM 911-RELEASE-RESOURCE-LOCK
               MOVE "ERR" TO RunLogResult
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

           OPEN OUTPUT ResolveReport
           INITIALIZE ResolveReportLine
           STRING "Message resolutions from " DELIMITED BY SIZE
               FUNCTION TRIM(ResolveTransactionsPath)
                   DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               TodayYmd DELIMITED BY SIZE
               INTO ResolveReportLine
           WRITE ResolveReportLine
           PERFORM UNTIL ResolveTransactionsEOF
               READ ResolveTransactions
                   AT END SET ResolveTransactionsEOF TO TRUE
                   NOT AT END PERFORM 100-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE ResolveTransactions
           CLOSE MessageCase
           PERFORM 911-RELEASE-RESOURCE-LOCK

           PERFORM 200-WRITE-RESOLVE-TOTALS
           CLOSE ResolveReport
           DISPLAY "MESSAGERESOLVE: " ClosedCount " message(s) "
               "closed, " RejectedCount " transaction(s) rejected."
           IF RejectedCount IS GREATER THAN 0 THEN
               MOVE "ERR" TO RunLogResult
           END-IF
           MOVE LineNumber TO RunLogRecordsProcessed
           PERFORM 901-WRITE-RUN-LOG
           GOBACK.


       RESOLVE SECTION.
      * Validate one transaction and close its message, or report
      * why it was rejected.  A blank line is passed over.
       100-APPLY-ONE-TRANSACTION.
           ADD 1 TO LineNumber
           IF ResolveTransactionLine EQUAL SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TransMessageId
           MOVE SPACES TO TransOperatorId
           MOVE SPACES TO TransReading
           MOVE SPACES TO RejectReason
      *    The reading is everything after the second comma, so a
      *    reading may itself hold commas.
           UNSTRING ResolveTransactionLine DELIMITED BY ","
               INTO TransMessageId, TransOperatorId
           END-UNSTRING
           PERFORM 110-TAKE-READING
           MOVE FUNCTION TRIM(TransMessageId) TO TransMessageId
           MOVE FUNCTION TRIM(TransOperatorId) TO TransOperatorId
           MOVE FUNCTION TRIM(TransReading) TO TransReading
           EVALUATE TRUE
               WHEN TransMessageId EQUAL SPACES
                   MOVE "no message ID" TO RejectReason
               WHEN TransMessageId(13:) NOT EQUAL SPACES
                   MOVE "message ID longer than 12 characters"
                       TO RejectReason
               WHEN TransOperatorId EQUAL SPACES
                   MOVE "no operator ID" TO RejectReason
               WHEN TransOperatorId(21:) NOT EQUAL SPACES
                   MOVE "operator ID longer than 20 characters"
                       TO RejectReason
               WHEN TransReading EQUAL SPACES
                   MOVE "no accepted reading" TO RejectReason
               WHEN TransReading(201:) NOT EQUAL SPACES
                   MOVE "reading longer than 200 characters"
                       TO RejectReason
           END-EVALUATE
           IF RejectReason EQUAL SPACES THEN
               MOVE TransMessageId TO MessageId
               READ MessageCase KEY IS MessageId
                   INVALID KEY
                       MOVE "message is not on the case file"
                           TO RejectReason
               END-READ
           END-IF
           IF RejectReason EQUAL SPACES AND
                   MessageStatus EQUAL "CLOSED"
           THEN
               MOVE "message is already CLOSED" TO RejectReason
           END-IF
           IF RejectReason EQUAL SPACES THEN
               MOVE "CLOSED" TO MessageStatus
               MOVE TransReading(1:200) TO MessageAcceptedReading
               MOVE TransOperatorId TO MessageResolvedBy
               MOVE TodayYmd TO MessageResolvedDate
               REWRITE MessageCaseRecord
                   INVALID KEY
                       MOVE "case record could not be rewritten"
                           TO RejectReason
               END-REWRITE
           END-IF
           IF RejectReason EQUAL SPACES THEN
               PERFORM 120-REPORT-CLOSED-MESSAGE
           ELSE
               PERFORM 130-REPORT-REJECTED-LINE
           END-IF
           .

      * Everything past the second comma is the reading.
       110-TAKE-READING.
           MOVE 0 TO CommaPosition
           MOVE 0 TO CommasSeen
           PERFORM VARYING CharIndex FROM 1 BY 1
                   UNTIL CharIndex IS GREATER THAN 300 OR
                       CommasSeen EQUAL 2
               IF ResolveTransactionLine(CharIndex:1) EQUAL "," THEN
                   ADD 1 TO CommasSeen
                   MOVE CharIndex TO CommaPosition
               END-IF
           END-PERFORM
           IF CommasSeen EQUAL 2 AND CommaPosition IS LESS THAN 300
           THEN
               MOVE ResolveTransactionLine(CommaPosition + 1:)
                   TO TransReading
           END-IF
           .

      * One message closed, with who closed it and what it said.
       120-REPORT-CLOSED-MESSAGE.
           ADD 1 TO ClosedCount
           INITIALIZE ResolveReportLine
           STRING FUNCTION TRIM(MessageId) DELIMITED BY SIZE
               ", CLOSED by " DELIMITED BY SIZE
               FUNCTION TRIM(MessageResolvedBy) DELIMITED BY SIZE
               ", '" DELIMITED BY SIZE
               FUNCTION TRIM(MessageAcceptedReading) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO ResolveReportLine
           WRITE ResolveReportLine
           .

      * One rejected transaction and the reason for it.
       130-REPORT-REJECTED-LINE.
           ADD 1 TO RejectedCount
           MOVE LineNumber TO CountFormatted
           INITIALIZE ResolveReportLine
           STRING "LINE " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               ", '" DELIMITED BY SIZE
               FUNCTION TRIM(TransMessageId) DELIMITED BY SIZE
               "', REJECTED, " DELIMITED BY SIZE
               FUNCTION TRIM(RejectReason) DELIMITED BY SIZE
               INTO ResolveReportLine
           WRITE ResolveReportLine
           .

      * The run's totals, closing the report.
       200-WRITE-RESOLVE-TOTALS.
           MOVE ClosedCount TO CountFormatted
           INITIALIZE ResolveReportLine
           STRING "  Messages closed: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO ResolveReportLine
           WRITE ResolveReportLine
           MOVE RejectedCount TO CountFormatted
           INITIALIZE ResolveReportLine
           STRING "  Transactions rejected: " DELIMITED BY SIZE
               FUNCTION TRIM(CountFormatted) DELIMITED BY SIZE
               INTO ResolveReportLine
           WRITE ResolveReportLine
           .


       AUDIT SECTION.
           COPY "RUNLOGWRITE.cpy".
           COPY "LOCKING.cpy".

       END PROGRAM MESSAGERESOLVE.
