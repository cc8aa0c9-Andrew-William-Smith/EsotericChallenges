      *        (request 012).
               SELECT NumAuditCsv ASSIGN TO NumAuditCsvPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *        Named digit transforms, one definition per line
               SELECT TransformDefs ASSIGN TO TransformDefsPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TransformDefsStatus.
      *        Every original/result pair BATCH has produced, keyed
      *        by result, for inquiry and collision reporting.
               COPY "DP375XREFSL.cpy".
               COPY "LOCKSL.cpy".
               COPY "RUNLOGSL.cpy".

       DATA DIVISION.
       FD NumReport.
       01  NumReportLine PIC X(350).

      * One "original,digit count,result,transform" row per number
      * processed
       FD NumAuditCsv.
       01  NumAuditCsvLine PIC X(330).

      * One transform definition per line: its name, then the output
      * string for each digit 0 through 9, comma-separated, then
      * optionally the digit positions the transform leaves alone --
      *     INCREMENT,1,2,3,4,5,6,7,8,9,10
      *     KEEPENDS,1,2,3,4,5,6,7,8,9,10,1+R1
      * Each output is one to four digits, and the outputs for 1-9
      * may not start with a zero, so a result never carries a
      * leading zero and REVERSE and INQUIRE can read it back as a
      * number.  A digit given its own value is left untouched
      * wherever it stands.  The position list is plus-delimited:
      * "n" is the nth significant digit from the left, "Rn" the nth
      * from the right (R1 the last, as a check digit would be), each
      * from 1 to 76; a digit at a listed position is copied through
      * as it is, whatever the table says.
       FD TransformDefs.
       01  TransformDefsLine PIC X(120).

       COPY "DP375XREFFD.cpy".

       COPY "LOCKFD.cpy".

       COPY "RUNLOGFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "RUNLOGWS.cpy".
       COPY "LOCKWS.cpy".
      * Whether this run hit an error condition, for RunLogResult
       01  RunHadErrorSwitch PIC A VALUE "N".
           88  RunHadError             VALUE "Y".
       01  DigitIndex PIC 99 COMP.
       01  OutputDigits PIC X(152).
       01  OutputDigitCount PIC 999 COMP.
      * The digit transform in force: the output string each digit
      * 0-9 becomes, entry 1 holding digit 0's.  Loaded by name from
      * the transform-definition file; INCREMENT, the original
      * add-one rule, is also built in, so a run naming no transform
      * -- or a site with no definition file -- behaves as it always
      * has.  Outputs are capped at the 152-character result field.
       01  TransformName PIC X(20) VALUE "INCREMENT".
       01  DefaultTransformLine PIC X(40)
               VALUE "INCREMENT,1,2,3,4,5,6,7,8,9,10".
       01  TransformTable.
           05  TransformEntry OCCURS 10 TIMES.
               10  TransformOutput PIC X(4).
               10  TransformOutputLength PIC 9 COMP.
       01  TransformDefsPath PIC X(80)
               VALUE "data/dp375-transforms.def".
       01  TransformDefsStatus PIC XX.
       01  TransformDefsEOFSwitch PIC A VALUE "N".
           88  TransformDefsEOF        VALUE "Y".
       01  TransformFoundSwitch PIC A VALUE "N".
           88  TransformFound          VALUE "Y".
       01  TransformValidSwitch PIC A VALUE "Y".
           88  TransformValid          VALUE "Y".
       01  TransformDefLine PIC X(120).
       01  TransformDefName PIC X(20).
       01  TransformDefFields.
           05  TransformDefField OCCURS 10 TIMES PIC X(10).
       01  TransformFieldLength PIC 99 COMP.
       01  TransformSlot PIC 99 COMP.
      * The positions the transform in force leaves untouched: a "K"
      * in KeepFromLeft(n:1) keeps the nth significant digit, one in
      * KeepFromRight(n:1) the nth from the right.  Handed to
      * DP375-REVERSE along with the table.
       01  TransformKeepMask.
           05  KeepFromLeft PIC X(76).
           05  KeepFromRight PIC X(76).
           05  KeepRightCount PIC 99 COMP.
       01  TransformKeepField PIC X(40).
       01  KeepItemTable.
           05  KeepItemCount PIC 99 COMP.
           05  KeepItem OCCURS 10 TIMES PIC X(4).
       01  KeepItemIndex PIC 99 COMP.
       01  KeepItemNumber PIC X(3).
       01  KeepPosition PIC 99 COMP.
       01  KeepFromRightSwitch PIC A.
           88  KeepCountsFromRight     VALUE "Y".
       01  DigitKeptSwitch PIC A.
           88  DigitKept               VALUE "Y".
      * Batch mode controls
       01  ArgCount PIC 999.
       01  ModeArgument PIC X(99) VALUE SPACES.
           88  BatchMode               VALUE "BATCH".
           88  ReverseMode             VALUE "REVERSE".
      *    INQUIRE reads one transformed result per line and reports
      *    the original(s) the cross-reference master has recorded
      *    for it; COLLISIONS reports every result more than one
      *    original has produced.  Neither transforms anything.
           88  InquireMode             VALUE "INQUIRE".
           88  CollisionReportMode     VALUE "COLLISIONS".
       01  NumTransPath PIC X(80) VALUE "data/dp375-trans.in".
       01  NumReportPath PIC X(80) VALUE "data/dp375-report.out".
       01  NumTransEOFSwitch PIC A VALUE "N".
       01  ChainDoneSwitch PIC A.
           88  ChainDone               VALUE "Y".
      * Reverse mode: each input line is a transformed result, and
      * every original number that the transform in force could have
      * produced it from is enumerated.  A transform need not be
      * uniquely reversible -- under INCREMENT "10" in a result is
      * either an original 9 or an original 0 followed by whatever
      * made the "0"'s neighbour -- so the enumeration is capped like
      * the permutation enumeration and an AMBIGUOUS count closes any
      * result with several candidates.
       01  ReverseCap PIC 9(9) COMP VALUE 1000.
       01  ReverseListWanted PIC 99 COMP VALUE 20.
      * and a short binary field does not survive that trip
       01  ReverseResultLength USAGE BINARY-LONG.
       01  ReverseWorkOriginal PIC X(80).
      * Per original digit, whether the enumeration took it as kept
      * ("K") or transformed ("T")
       01  ReverseKeepChoices PIC X(76).
       01  AmbiguousResultCount PIC 9(9) COMP VALUE 0.
       01  UnreversibleResultCount PIC 9(9) COMP VALUE 0.
      * Cross-reference master: every BATCH pair is posted with the
      * run date, and a result already on file from a different
      * original flags every record for that result as a collision.
       01  Dp375XrefStatus PIC XX.
       01  XrefOpenSwitch PIC A VALUE "N".
           88  XrefOpen                VALUE "Y".
       01  XrefEOFSwitch PIC A VALUE "N".
           88  XrefEOF                 VALUE "Y".
       01  XrefCollisionSwitch PIC A VALUE "N".
           88  XrefCollision           VALUE "Y".
       01  XrefRunDate PIC X(8).
       01  XrefResultWork PIC X(152).
       01  XrefOriginalWork PIC X(76).
       01  XrefPriorTransform PIC X(20).
       01  XrefPriorResult PIC X(152).
       01  XrefAddedCount PIC 9(9) COMP VALUE 0.
       01  XrefKnownCount PIC 9(9) COMP VALUE 0.
       01  XrefCollisionCount PIC 9(9) COMP VALUE 0.
       01  XrefMatchCount PIC 9(9) COMP VALUE 0.
       01  XrefResultCount PIC 9(9) COMP VALUE 0.
       01  XrefCountFormatted PIC Z(8)9.
       01  XrefReportWork PIC X(350).
       01  XrefInquiryInPath PIC X(80) VALUE "data/dp375-inquiry.in".
       01  XrefInquiryOutPath PIC X(80)
               VALUE "data/dp375-inquiry.out".
       01  XrefCollisionOutPath PIC X(80)
               VALUE "data/dp375-collisions.out".


       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 900-START-RUN-LOG
           MOVE "DAILYPROGRAMMER375" TO RunLogProgramName
           MOVE FUNCTION CURRENT-DATE(1:8) TO XrefRunDate

      * Check the command line for batch mode and optional path
      * overrides before falling back to the interactive prompt.
           IF ArgCount IS GREATER THAN 0 THEN
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT ModeArgument FROM ARGUMENT-VALUE
      *        The cross-reference modes have paths of their own; a
      *        COLLISIONS run's only argument is its report path.
               IF InquireMode THEN
                   MOVE XrefInquiryInPath TO NumTransPath
                   MOVE XrefInquiryOutPath TO NumReportPath
               END-IF
               IF CollisionReportMode THEN
                   MOVE XrefCollisionOutPath TO NumTransPath
               END-IF
               IF ArgCount IS GREATER THAN 1 THEN
                   DISPLAY 2 UPON ARGUMENT-NUMBER
                   ACCEPT NumTransPath FROM ARGUMENT-VALUE
      *        Arg 4 is the iteration count for cycle analysis; a
      *        value that is not a number is refused rather than
      *        silently treated as something else.
      *        Arg 5 names the digit transform to apply, reverse, or
      *        inquire under (default INCREMENT).
               IF ArgCount IS GREATER THAN 4 THEN
                   DISPLAY 5 UPON ARGUMENT-NUMBER
                   ACCEPT TransformName FROM ARGUMENT-VALUE
                   MOVE FUNCTION UPPER-CASE(TransformName)
                       TO TransformName
               END-IF
               IF ArgCount IS GREATER THAN 3 THEN
                   DISPLAY 4 UPON ARGUMENT-NUMBER
                   ACCEPT IterationArgValue FROM ARGUMENT-VALUE
               END-IF
           END-IF

      *    Every mode but the collision report, which covers all
      *    transforms at once, works under one transform; a name the
      *    definition file does not carry, or a malformed definition,
      *    refuses the run before anything is opened.
           IF NOT CollisionReportMode THEN
               PERFORM 220-LOAD-TRANSFORM
               IF NOT TransformFound OR NOT TransformValid THEN
                   MOVE "ERR" TO RunLogResult
                   PERFORM 901-WRITE-RUN-LOG
                   GOBACK
               END-IF
           END-IF

      *    The cross-reference modes only read the master and write
      *    their own report; they transform nothing, so the last
      *    BATCH run's audit CSV is left as it stands.
           IF InquireMode OR CollisionReportMode THEN
               MOVE "DP375XREF" TO LockResourceName
               PERFORM 910-ACQUIRE-RESOURCE-LOCK
               IF NOT LockAcquired THEN
                   MOVE "ERR" TO RunLogResult
                   PERFORM 901-WRITE-RUN-LOG
                   GOBACK
               END-IF
               IF InquireMode THEN
                   MOVE NumTransPath TO RunLogInputSource
                   PERFORM 450-RUN-INQUIRY
               ELSE
                   MOVE NumTransPath TO NumReportPath
                   MOVE "data/dp375-xref.dat" TO RunLogInputSource
                   PERFORM 470-REPORT-COLLISIONS
               END-IF
               PERFORM 911-RELEASE-RESOURCE-LOCK
               IF RunHadError THEN
                   MOVE "ERR" TO RunLogResult
               END-IF
               PERFORM 901-WRITE-RUN-LOG
               GOBACK
           END-IF

      *    A BATCH run posts every pair it produces to the
      *    cross-reference master, so it must hold the master for
      *    the whole run; refuse cleanly if it stays held.
           IF BatchMode THEN
               MOVE "DP375XREF" TO LockResourceName
               PERFORM 910-ACQUIRE-RESOURCE-LOCK
               IF NOT LockAcquired THEN
                   MOVE "ERR" TO RunLogResult
                   PERFORM 901-WRITE-RUN-LOG
                   GOBACK
               END-IF
               PERFORM 400-OPEN-XREF
           END-IF

           OPEN OUTPUT NumAuditCsv
           MOVE "OriginalNumber,DigitCount,Result,Transform"
               TO NumAuditCsvLine
           WRITE NumAuditCsvLine

           IF ReverseMode THEN
      *        Parse every result in NumTransactions back through the
      *        transform table in force and enumerate the originals
      *        that could have produced it
               MOVE NumTransPath TO RunLogInputSource
               PERFORM 350-RUN-REVERSE-BATCH
           ELSE
                   SET RunHadError TO TRUE
                   DISPLAY "Input is not a positive whole number."
               ELSE
      *            Transform each digit
                   PERFORM 200-INCREMENT-EACH-DIGIT
                   IF OverflowDetected THEN
                       SET RunHadError TO TRUE

           CLOSE NumAuditCsv

           IF BatchMode THEN
               IF XrefOpen THEN
                   CLOSE Dp375Xref
               END-IF
               PERFORM 911-RELEASE-RESOURCE-LOCK
               DISPLAY "DAILYPROGRAMMER375: " XrefAddedCount
                   " pair(s) added to the cross-reference, "
                   XrefKnownCount " already on file, "
                   XrefCollisionCount " collision(s)."
           END-IF

           IF RunHadError THEN
               MOVE "ERR" TO RunLogResult
           END-IF
           MOVE "N" TO NumTransEOFSwitch
           OPEN INPUT NumTransactions
           OPEN OUTPUT NumReport
           PERFORM 230-WRITE-TRANSFORM-HEADING
           PERFORM UNTIL NumTransEOF
               READ NumTransactions INTO NumTransLine
                   AT END SET NumTransEOF TO TRUE
                       " -> OVERFLOW" DELIMITED BY SIZE
                       INTO NumReportLine
               ELSE
                   PERFORM 410-RECORD-XREF-PAIR
                   STRING FUNCTION TRIM(NumTransLine) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(OutputDigits) DELIMITED BY SIZE
                       INTO NumReportLine
                   IF XrefCollision THEN
                       PERFORM 415-MARK-REPORT-COLLISION
                   END-IF
               END-IF
               WRITE NumReportLine
               PERFORM 320-WRITE-AUDIT-CSV-ROW
      * Run the reverse enumeration over every result line in
      * NumTransactions.  Each line is vetted like a forward
      * transaction (a result is all digits and never starts with a
      * zero, since no transform may turn digits 1-9 into an output
      * with a leading zero).
       350-RUN-REVERSE-BATCH.
           MOVE "N" TO NumTransEOFSwitch
           OPEN INPUT NumTransactions
           OPEN OUTPUT NumReport
           PERFORM 230-WRITE-TRANSFORM-HEADING
           PERFORM UNTIL NumTransEOF
               READ NumTransactions INTO NumTransLine
                   AT END SET NumTransEOF TO TRUE
               MOVE ReverseCap TO RevCap
               MOVE ReverseListWanted TO RevListMax
               MOVE SPACES TO ReverseWorkOriginal
               MOVE SPACES TO ReverseKeepChoices
               MOVE 0 TO RevStopSwitch
               CALL "DP375-REVERSE" USING
                   BY REFERENCE ReverseResultDigits,
                       ReverseWorkOriginal, ReverseState,
                       TransformTable, TransformKeepMask,
                       ReverseKeepChoices,
                   BY VALUE ReverseResultLength, 1, 0, 0
                   RETURNING RevStopSwitch
               PERFORM 370-WRITE-REVERSE-REPORT
           END-IF
                   PERFORM 320-WRITE-AUDIT-CSV-ROW
               ELSE
                   ADD 1 TO ChainStepCount
                   PERFORM 410-RECORD-XREF-PAIR
                   PERFORM 335-WRITE-CHAIN-STEP-LINE
                   PERFORM 320-WRITE-AUDIT-CSV-ROW
                   IF ChainStepCount IS LESS THAN IterationCount THEN
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(OutputDigits) DELIMITED BY SIZE
               INTO NumReportLine
           IF XrefCollision THEN
               PERFORM 415-MARK-REPORT-COLLISION
           END-IF
           WRITE NumReportLine
           .

           END-IF
           .

      * Append one "original,digit count,result,transform" row to
      * NumAuditCsv
      * for the transaction just processed.  The original is always
      * the raw NumTransLine text as keyed -- the digits never live
      * anywhere else now -- so every transaction leaves a row,
           INITIALIZE NumAuditCsvLine
           IF NOT NumTransValid THEN
               STRING FUNCTION TRIM(NumTransLine) DELIMITED BY SIZE
                   ",0,INVALID," DELIMITED BY SIZE
                   FUNCTION TRIM(TransformName) DELIMITED BY SIZE
                   INTO NumAuditCsvLine
           ELSE
               MOVE InputNumDigits TO InputNumDigitsFormatted
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(InputNumDigitsFormatted)
                           DELIMITED BY SIZE
                       ",OVERFLOW," DELIMITED BY SIZE
                       FUNCTION TRIM(TransformName) DELIMITED BY SIZE
                       INTO NumAuditCsvLine
               ELSE
                   STRING FUNCTION TRIM(NumTransLine)
                           DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(OutputDigits) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(TransformName) DELIMITED BY SIZE
                       INTO NumAuditCsvLine
               END-IF
           END-IF
           WRITE NumAuditCsvLine
           .

      * Transform each digit of the significant span of NumTransLine,
      * building the result left to right in OutputDigits from the
      * table in force (under INCREMENT a digit below 9 becomes one
      * output character, a 9 becomes "10").  Rejects the input,
      * leaving OutputDigits at spaces and OverflowDetected set, if
      * the input is longer than the 76-digit ceiling InputDigits
      * holds or its result would outrun the 152 characters
      * OutputDigits holds.
       200-INCREMENT-EACH-DIGIT.
           MOVE SPACES TO OutputDigits
           MOVE 0 TO OutputDigitCount
               PERFORM 210-INCREMENT-ONE-DIGIT
                   VARYING DigitIndex FROM 1 BY 1
                   UNTIL DigitIndex IS GREATER THAN InputNumDigits
                       OR OverflowDetected
               IF OverflowDetected THEN
                   MOVE SPACES TO OutputDigits
                   MOVE 0 TO OutputDigitCount
                   DISPLAY "Error: " FUNCTION TRIM(TransformName)
                       " result of input of " InputNumDigits
                       " digits exceeds the 152-character ceiling;"
                       " input rejected."
               END-IF
           END-IF
           .

      * Reject an input whose significant digits outrun InputDigits.
      * The ceiling was 18 digits when the arithmetic ran in S9(18)
      * COMP fields; processing the digits as characters lifts it to
      * the 76 the string fields hold.  The output side is checked
      * digit by digit in 210, since a transform whose outputs run
      * longer than two characters can outrun 152 before the input
      * does 76.
       201-CHECK-OVERFLOW.
           IF InputNumDigits IS GREATER THAN 76 THEN
               SET OverflowDetected TO TRUE
           END-IF
           .

      * Append the transformed form of the digit at DigitIndex to
      * OutputDigits, or flag the overflow if it will not fit.  A
      * digit at a position the transform leaves untouched is copied
      * through as it is.
       210-INCREMENT-ONE-DIGIT.
           MOVE InputDigits(DigitIndex:1) TO CurrentDigitChar
           MOVE CurrentDigitChar TO CurrentDigit
           ADD 1 TO CurrentDigit
           MOVE "N" TO DigitKeptSwitch
           IF KeepFromLeft(DigitIndex:1) EQUAL "K" OR
                   KeepFromRight(InputNumDigits - DigitIndex + 1:1)
                       EQUAL "K"
           THEN
               SET DigitKept TO TRUE
           END-IF
           IF DigitKept THEN
               IF OutputDigitCount IS GREATER THAN OR EQUAL TO 152
               THEN
                   SET OverflowDetected TO TRUE
               ELSE
                   ADD 1 TO OutputDigitCount
                   MOVE CurrentDigitChar
                       TO OutputDigits(OutputDigitCount:1)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF OutputDigitCount + TransformOutputLength(CurrentDigit)
                   IS GREATER THAN 152
           THEN
               SET OverflowDetected TO TRUE
           ELSE
               MOVE TransformOutput(CurrentDigit)
                       (1:TransformOutputLength(CurrentDigit))
                   TO OutputDigits(OutputDigitCount + 1:
                       TransformOutputLength(CurrentDigit))
               ADD TransformOutputLength(CurrentDigit)
                   TO OutputDigitCount
           END-IF
           .

      * Load the transform named in TransformName into
      * TransformTable.  The built-in INCREMENT definition goes in
      * first; the definition file is then searched for the name, and
      * a definition found there replaces it.  No file at all is only
      * an error when a transform other than INCREMENT was asked
      * for.
       220-LOAD-TRANSFORM.
           IF TransformName EQUAL SPACES THEN
               MOVE "INCREMENT" TO TransformName
           END-IF
           MOVE "N" TO TransformFoundSwitch
           MOVE "Y" TO TransformValidSwitch
           MOVE DefaultTransformLine TO TransformDefLine
           PERFORM 225-PARSE-TRANSFORM-LINE
           IF TransformName EQUAL "INCREMENT" THEN
               SET TransformFound TO TRUE
           END-IF
           MOVE SPACES TO TransformDefsStatus
           OPEN INPUT TransformDefs
           IF TransformDefsStatus NOT EQUAL "00" THEN
               IF NOT TransformFound THEN
                   DISPLAY "DAILYPROGRAMMER375: transform file "
                       FUNCTION TRIM(TransformDefsPath)
                       " not available; transform "
                       FUNCTION TRIM(TransformName) " not defined."
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TransformDefsEOFSwitch
           PERFORM UNTIL TransformDefsEOF
               READ TransformDefs INTO TransformDefLine
                   AT END SET TransformDefsEOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO TransformDefName
                       UNSTRING TransformDefLine DELIMITED BY ","
                           INTO TransformDefName
                       IF FUNCTION UPPER-CASE(TransformDefName)
                               EQUAL TransformName
                       THEN
                           SET TransformFound TO TRUE
                           SET TransformDefsEOF TO TRUE
                           PERFORM 225-PARSE-TRANSFORM-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransformDefs
           IF NOT TransformFound THEN
               DISPLAY "DAILYPROGRAMMER375: transform "
                   FUNCTION TRIM(TransformName) " is not defined in "
                   FUNCTION TRIM(TransformDefsPath) "."
           END-IF
           IF NOT TransformValid THEN
               DISPLAY "DAILYPROGRAMMER375: transform "
                   FUNCTION TRIM(TransformName) " is malformed; "
                   "each digit needs a 1-4 digit output, 1-9 "
                   "may not start with 0, and each kept position "
                   "is n or Rn from 1 to 76."
           END-IF
           .

      * Split the definition in TransformDefLine into TransformTable
      * and TransformKeepMask, vetting each of the ten outputs and
      * each kept position as it goes.
       225-PARSE-TRANSFORM-LINE.
           MOVE SPACES TO TransformDefFields
           MOVE SPACES TO TransformKeepField
           UNSTRING TransformDefLine DELIMITED BY ","
               INTO TransformDefName,
                   TransformDefField(1), TransformDefField(2),
                   TransformDefField(3), TransformDefField(4),
                   TransformDefField(5), TransformDefField(6),
                   TransformDefField(7), TransformDefField(8),
                   TransformDefField(9), TransformDefField(10),
                   TransformKeepField
           PERFORM 226-CHECK-TRANSFORM-OUTPUT
               VARYING TransformSlot FROM 1 BY 1
               UNTIL TransformSlot IS GREATER THAN 10
           MOVE SPACES TO KeepFromLeft
           MOVE SPACES TO KeepFromRight
           MOVE 0 TO KeepRightCount
           IF TransformKeepField NOT EQUAL SPACES THEN
               MOVE SPACES TO KeepItemTable
               MOVE 0 TO KeepItemCount
               UNSTRING TransformKeepField DELIMITED BY "+"
                   INTO KeepItem(1), KeepItem(2), KeepItem(3),
                       KeepItem(4), KeepItem(5), KeepItem(6),
                       KeepItem(7), KeepItem(8), KeepItem(9),
                       KeepItem(10)
                   TALLYING IN KeepItemCount
                   ON OVERFLOW
                       MOVE "N" TO TransformValidSwitch
               END-UNSTRING
               PERFORM 227-CHECK-KEEP-POSITION
                   VARYING KeepItemIndex FROM 1 BY 1
                   UNTIL KeepItemIndex IS GREATER THAN KeepItemCount
           END-IF
           .

      * One digit's output: one to four digits, with no leading zero
      * for digits 1-9.
       226-CHECK-TRANSFORM-OUTPUT.
           MOVE SPACES TO TransformOutput(TransformSlot)
           MOVE 1 TO TransformOutputLength(TransformSlot)
           IF TransformDefField(TransformSlot) EQUAL SPACES THEN
               MOVE "N" TO TransformValidSwitch
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(TransformDefField(TransformSlot)))
               TO TransformFieldLength
           IF TransformFieldLength IS GREATER THAN 4 OR
                   FUNCTION TRIM(TransformDefField(TransformSlot))
                       IS NOT NUMERIC
           THEN
               MOVE "N" TO TransformValidSwitch
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(TransformDefField(TransformSlot))
               TO TransformOutput(TransformSlot)
           MOVE TransformFieldLength
               TO TransformOutputLength(TransformSlot)
           IF TransformSlot IS GREATER THAN 1 AND
                   TransformOutput(TransformSlot)(1:1) EQUAL "0"
           THEN
               MOVE "N" TO TransformValidSwitch
           END-IF
           .

      * One kept position: "n" from the left or "Rn" from the right,
      * n from 1 to 76, marked into the mask.
       227-CHECK-KEEP-POSITION.
           MOVE FUNCTION UPPER-CASE(KeepItem(KeepItemIndex))
               TO KeepItem(KeepItemIndex)
           MOVE "N" TO KeepFromRightSwitch
           MOVE SPACES TO KeepItemNumber
           IF KeepItem(KeepItemIndex)(1:1) EQUAL "R" THEN
               SET KeepCountsFromRight TO TRUE
               MOVE KeepItem(KeepItemIndex)(2:3) TO KeepItemNumber
           ELSE
               MOVE KeepItem(KeepItemIndex) TO KeepItemNumber
           END-IF
           IF FUNCTION TRIM(KeepItemNumber) EQUAL SPACES THEN
               MOVE "N" TO TransformValidSwitch
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(KeepItemNumber))
               TO TransformFieldLength
           IF TransformFieldLength IS GREATER THAN 2 OR
                   FUNCTION TRIM(KeepItemNumber) IS NOT NUMERIC
           THEN
               MOVE "N" TO TransformValidSwitch
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(KeepItemNumber) TO KeepPosition
           IF KeepPosition EQUAL 0 OR KeepPosition IS GREATER THAN 76
           THEN
               MOVE "N" TO TransformValidSwitch
               EXIT PARAGRAPH
           END-IF
           IF KeepCountsFromRight THEN
               IF KeepFromRight(KeepPosition:1) NOT EQUAL "K" THEN
                   MOVE "K" TO KeepFromRight(KeepPosition:1)
                   ADD 1 TO KeepRightCount
               END-IF
           ELSE
               MOVE "K" TO KeepFromLeft(KeepPosition:1)
           END-IF
           .

      * Name the transform in force at the top of the report, and
      * any positions it leaves untouched, so a result can never be
      * read against the wrong table.
       230-WRITE-TRANSFORM-HEADING.
           INITIALIZE NumReportLine
           IF TransformKeepField EQUAL SPACES THEN
               STRING "DP375 transform " DELIMITED BY SIZE
                   FUNCTION TRIM(TransformName) DELIMITED BY SIZE
                   INTO NumReportLine
           ELSE
               STRING "DP375 transform " DELIMITED BY SIZE
                   FUNCTION TRIM(TransformName) DELIMITED BY SIZE
                   ", positions " DELIMITED BY SIZE
                   FUNCTION UPPER-CASE(FUNCTION TRIM(
                       TransformKeepField)) DELIMITED BY SIZE
                   " kept" DELIMITED BY SIZE
                   INTO NumReportLine
           END-IF
           WRITE NumReportLine
           .


       XREF SECTION.
      * Open the cross-reference master for update, creating it on
      * first use the same way the tree library creates itself.  Only
      * a master that does not exist yet ("35") is created; one that
      * will not open for any other reason is left untouched.
       400-OPEN-XREF.
           MOVE SPACES TO Dp375XrefStatus
           OPEN I-O Dp375Xref
           IF Dp375XrefStatus EQUAL "35" THEN
               OPEN OUTPUT Dp375Xref
               CLOSE Dp375Xref
               OPEN I-O Dp375Xref
           END-IF
           IF Dp375XrefStatus EQUAL "00" THEN
               SET XrefOpen TO TRUE
           ELSE
               DISPLAY "DAILYPROGRAMMER375: cross-reference master "
                   "not available (status " Dp375XrefStatus
                   "); pairs not recorded."
               SET RunHadError TO TRUE
           END-IF
           .

      * Post the pair just produced -- the significant digits of
      * NumTransLine and OutputDigits -- with the run date.  A pair
      * already on file is left as it was first recorded; a new
      * original for a result already on file is a collision, and
      * every record for that result is flagged, the new one
      * included.  XrefCollision tells the caller to mark the line.
       410-RECORD-XREF-PAIR.
           MOVE "N" TO XrefCollisionSwitch
           IF NOT BatchMode OR NOT XrefOpen THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO XrefResultWork
           MOVE SPACES TO XrefOriginalWork
           MOVE OutputDigits(1:OutputDigitCount) TO XrefResultWork
           MOVE NumTransLine(LeadingIndex:InputNumDigits)
               TO XrefOriginalWork
           MOVE TransformName TO XrefTransform
           MOVE XrefResultWork TO XrefResult
           MOVE XrefOriginalWork TO XrefOriginal
           READ Dp375Xref
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO XrefKnownCount
                   IF XrefCollisionFlag EQUAL "Y" THEN
                       SET XrefCollision TO TRUE
                   END-IF
                   EXIT PARAGRAPH
           END-READ
           PERFORM 420-FLAG-RESULT-COLLISIONS
           MOVE TransformName TO XrefTransform
           MOVE XrefResultWork TO XrefResult
           MOVE XrefOriginalWork TO XrefOriginal
           MOVE XrefRunDate TO XrefRecordedDate
           IF XrefCollision THEN
               MOVE "Y" TO XrefCollisionFlag
               ADD 1 TO XrefCollisionCount
           ELSE
               MOVE "N" TO XrefCollisionFlag
           END-IF
           WRITE Dp375XrefRecord
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO XrefAddedCount
           END-WRITE
           .

      * Close the report line just built with the collision marker.
       415-MARK-REPORT-COLLISION.
           MOVE SPACES TO XrefReportWork
           MOVE SPACES TO NumReportLine(340:11)
           STRING FUNCTION TRIM(NumReportLine) DELIMITED BY SIZE
               ", COLLISION" DELIMITED BY SIZE
               INTO XrefReportWork
           MOVE XrefReportWork TO NumReportLine
           .

      * Flag every record already on file for XrefResultWork under
      * the transform in force -- any
      * there is from a different original, or the READ above would
      * have found the pair itself -- and note the collision.
       420-FLAG-RESULT-COLLISIONS.
           MOVE "N" TO XrefEOFSwitch
           MOVE TransformName TO XrefTransform
           MOVE XrefResultWork TO XrefResult
           MOVE LOW-VALUES TO XrefOriginal
           START Dp375Xref KEY IS GREATER THAN OR EQUAL XrefKey
               INVALID KEY SET XrefEOF TO TRUE
           END-START
           PERFORM UNTIL XrefEOF
               READ Dp375Xref NEXT RECORD
                   AT END SET XrefEOF TO TRUE
                   NOT AT END
                       IF XrefTransform NOT EQUAL TransformName OR
                               XrefResult NOT EQUAL XrefResultWork
                       THEN
                           SET XrefEOF TO TRUE
                       ELSE
                           SET XrefCollision TO TRUE
                           IF XrefCollisionFlag NOT EQUAL "Y" THEN
                               MOVE "Y" TO XrefCollisionFlag
                               REWRITE Dp375XrefRecord
                                   INVALID KEY CONTINUE
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      * Answer one inquiry per result line in NumTransactions: every
      * original on file for it under the transform in force, with
      * the date it was recorded, or
      * NOT ON FILE.  A master that does not exist yet answers NOT
      * ON FILE for everything.
       450-RUN-INQUIRY.
           MOVE SPACES TO Dp375XrefStatus
           OPEN INPUT Dp375Xref
           IF Dp375XrefStatus EQUAL "00" THEN
               SET XrefOpen TO TRUE
           END-IF
           MOVE "N" TO NumTransEOFSwitch
           OPEN INPUT NumTransactions
           OPEN OUTPUT NumReport
           PERFORM 230-WRITE-TRANSFORM-HEADING
           PERFORM UNTIL NumTransEOF
               READ NumTransactions INTO NumTransLine
                   AT END SET NumTransEOF TO TRUE
                   NOT AT END PERFORM 460-INQUIRE-ONE-RESULT
           END-PERFORM
           CLOSE NumTransactions
           CLOSE NumReport
           IF XrefOpen THEN
               CLOSE Dp375Xref
           END-IF
           .

      * List the originals recorded for the result just read.
       460-INQUIRE-ONE-RESULT.
           ADD 1 TO RunLogRecordsProcessed
           PERFORM 305-VALIDATE-NUM-TRANSACTION
           IF NOT NumTransValid THEN
               SET RunHadError TO TRUE
               INITIALIZE NumReportLine
               STRING FUNCTION TRIM(NumTransLine) DELIMITED BY SIZE
                   " -> INVALID" DELIMITED BY SIZE
                   INTO NumReportLine
               WRITE NumReportLine
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO XrefMatchCount
           MOVE "Y" TO XrefEOFSwitch
           IF XrefOpen AND InputNumDigits IS NOT GREATER THAN 152 THEN
               MOVE SPACES TO XrefResultWork
               MOVE NumTransLine(LeadingIndex:InputNumDigits)
                   TO XrefResultWork
               MOVE "N" TO XrefEOFSwitch
               MOVE TransformName TO XrefTransform
               MOVE XrefResultWork TO XrefResult
               MOVE LOW-VALUES TO XrefOriginal
               START Dp375Xref KEY IS GREATER THAN OR EQUAL XrefKey
                   INVALID KEY SET XrefEOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL XrefEOF
               READ Dp375Xref NEXT RECORD
                   AT END SET XrefEOF TO TRUE
                   NOT AT END
                       IF XrefTransform NOT EQUAL TransformName OR
                               XrefResult NOT EQUAL XrefResultWork
                       THEN
                           SET XrefEOF TO TRUE
                       ELSE
                           ADD 1 TO XrefMatchCount
                           INITIALIZE NumReportLine
                           STRING FUNCTION TRIM(XrefResult)
                                   DELIMITED BY SIZE
                               " -> " DELIMITED BY SIZE
                               FUNCTION TRIM(XrefOriginal)
                                   DELIMITED BY SIZE
                               ", recorded " DELIMITED BY SIZE
                               XrefRecordedDate DELIMITED BY SIZE
                               INTO NumReportLine
                           IF XrefCollisionFlag EQUAL "Y" THEN
                               PERFORM 415-MARK-REPORT-COLLISION
                           END-IF
                           WRITE NumReportLine
                       END-IF
               END-READ
           END-PERFORM
           INITIALIZE NumReportLine
           IF XrefMatchCount EQUAL 0 THEN
               STRING FUNCTION TRIM(NumTransLine) DELIMITED BY SIZE
                   " -> NOT ON FILE" DELIMITED BY SIZE
                   INTO NumReportLine
               WRITE NumReportLine
           ELSE
               IF XrefMatchCount IS GREATER THAN 1 THEN
                   MOVE XrefMatchCount TO XrefCountFormatted
                   STRING FUNCTION TRIM(XrefResultWork)
                           DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(XrefCountFormatted)
                           DELIMITED BY SIZE
                       " originals on file" DELIMITED BY SIZE
                       INTO NumReportLine
                   WRITE NumReportLine
               END-IF
           END-IF
           .

      * The records team's collision report: every result more than
      * one original has produced under one transform, across all
      * transforms, each followed by its originals
      * and the dates they were recorded, then the totals.
       470-REPORT-COLLISIONS.
           OPEN OUTPUT NumReport
           INITIALIZE NumReportLine
           STRING "DP375 reference collisions as of " DELIMITED BY SIZE
               XrefRunDate DELIMITED BY SIZE
               INTO NumReportLine
           WRITE NumReportLine
           MOVE SPACES TO XrefPriorTransform
           MOVE SPACES TO XrefPriorResult
           MOVE "N" TO XrefEOFSwitch
           MOVE SPACES TO Dp375XrefStatus
           OPEN INPUT Dp375Xref
           IF Dp375XrefStatus NOT EQUAL "00" THEN
               SET XrefEOF TO TRUE
           ELSE
               SET XrefOpen TO TRUE
               MOVE LOW-VALUES TO XrefKey
               START Dp375Xref KEY IS GREATER THAN OR EQUAL XrefKey
                   INVALID KEY SET XrefEOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL XrefEOF
               READ Dp375Xref NEXT RECORD
                   AT END SET XrefEOF TO TRUE
                   NOT AT END
                       IF XrefCollisionFlag EQUAL "Y" THEN
                           PERFORM 480-WRITE-COLLISION-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF XrefOpen THEN
               CLOSE Dp375Xref
           END-IF
           MOVE SPACES TO NumReportLine
           WRITE NumReportLine
           MOVE XrefResultCount TO XrefCountFormatted
           INITIALIZE NumReportLine
           STRING "Colliding results: " DELIMITED BY SIZE
               FUNCTION TRIM(XrefCountFormatted) DELIMITED BY SIZE
               INTO NumReportLine
           WRITE NumReportLine
           MOVE RunLogRecordsProcessed TO XrefCountFormatted
           INITIALIZE NumReportLine
           STRING "Originals involved: " DELIMITED BY SIZE
               FUNCTION TRIM(XrefCountFormatted) DELIMITED BY SIZE
               INTO NumReportLine
           WRITE NumReportLine
           CLOSE NumReport
           .

      * One flagged record: a heading when the result changes, then
      * the original and its recorded date.
       480-WRITE-COLLISION-LINE.
           ADD 1 TO RunLogRecordsProcessed
           IF XrefResult NOT EQUAL XrefPriorResult OR
                   XrefTransform NOT EQUAL XrefPriorTransform
           THEN
               ADD 1 TO XrefResultCount
               MOVE XrefTransform TO XrefPriorTransform
               MOVE XrefResult TO XrefPriorResult
               INITIALIZE NumReportLine
               STRING "Result " DELIMITED BY SIZE
                   FUNCTION TRIM(XrefResult) DELIMITED BY SIZE
                   ", transform " DELIMITED BY SIZE
                   FUNCTION TRIM(XrefTransform) DELIMITED BY SIZE
                   INTO NumReportLine
               WRITE NumReportLine
           END-IF
           INITIALIZE NumReportLine
           STRING "  original " DELIMITED BY SIZE
               FUNCTION TRIM(XrefOriginal) DELIMITED BY SIZE
               ", recorded " DELIMITED BY SIZE
               XrefRecordedDate DELIMITED BY SIZE
               INTO NumReportLine
           WRITE NumReportLine
           .


       AUDIT SECTION.
           COPY "RUNLOGWRITE.cpy".
           COPY "LOCKING.cpy".

       END PROGRAM DAILYPROGRAMMER375.

       IDENTIFICATION DIVISION.
      * The reverse-transform enumerator: at the current result
      * position, take each token the forward transform could have
      * written there -- any digit's output in the caller's
      * TransformTable that matches the result at that point (under
      * INCREMENT, "10" for an original 9 or a single digit 1-9 for
      * the original one less) -- append the recovered digit to the
      * original under construction, and recurse past the token.
      * Reaching the end of the result means a complete candidate
      * original, tallied into the caller's ReverseState
      * unless it carries a leading zero (the forward transform only
      * ever accepted positive numbers without one); the first few
      * candidates are recorded, with a stop code bubbled up once the

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
      * The original digit recovered from the token being tried
       01  RecoveredDigit PIC 9.
       01  TokenWidth PIC 9 COMP.
      * The table entry being tried, entry 1 holding digit 0's
       01  DigitSlot PIC 99 COMP.
      * Where the token just taken leaves the scan; BINARY-LONG so
      * the BY VALUE recursion below carries them intact
       01  NextPosition USAGE BINARY-LONG.
       01  NextOriginalUsed USAGE BINARY-LONG.
       01  NextSpeculativeKeeps USAGE BINARY-LONG.
      * Whether the token being taken is a kept digit ("K") or a
      * transformed one ("T")
       01  TokenChoice PIC X.
      * Checking the kept/transformed choices of a finished original
      * against the mask at its final length
       01  ChoiceIndex PIC 99 COMP.
       01  ExpectedChoice PIC X.
       01  ChoicesMatchSwitch PIC A.
           88  ChoicesMatch          VALUE "Y".
       01  StopSwitch PIC 9 VALUE 0.
           88  CapReached            VALUE 1.

           05  RevListMax PIC 99 COMP.
           05  RevListCount PIC 99 COMP.
           05  RevOriginal OCCURS 20 TIMES PIC X(80).
      * The transform in force: each digit's output and its length
       01  TransformTable.
           05  TransformEntry OCCURS 10 TIMES.
               10  TransformOutput PIC X(4).
               10  TransformOutputLength PIC 9 COMP.
      * The positions the transform leaves untouched
       01  TransformKeepMask.
           05  KeepFromLeft PIC X(76).
           05  KeepFromRight PIC X(76).
           05  KeepRightCount PIC 99 COMP.
      * Kept or transformed, per original digit taken so far
       01  KeepChoices PIC X(76).
      * The result's length, the position being parsed, how much of
      * OriginalText is already spoken for, and how many digits have
      * been taken as kept on the chance that they fall at a
      * right-counted position; BINARY-LONG because they arrive BY
      * VALUE
       01  ResultLength USAGE BINARY-LONG.
       01  ScanPosition USAGE BINARY-LONG.
       01  OriginalUsed USAGE BINARY-LONG.
       01  SpeculativeKeeps USAGE BINARY-LONG.


       PROCEDURE DIVISION USING BY REFERENCE ResultDigits,
           OriginalText, ReverseState, TransformTable,
           TransformKeepMask, KeepChoices
           BY VALUE ResultLength, ScanPosition, OriginalUsed,
           SpeculativeKeeps.

       MAIN SECTION.
       000-MAIN.
      *    Past the end of the result means every character was
      *    accounted for: one complete candidate original, unless it
      *    starts with a zero the forward transform never accepted,
      *    or the digits it took as kept are not exactly the ones the
      *    mask keeps at this length
           IF ScanPosition IS GREATER THAN ResultLength THEN
               MOVE "N" TO ChoicesMatchSwitch
               IF OriginalUsed IS GREATER THAN 0 THEN
                   PERFORM 300-CHECK-KEEP-CHOICES
               END-IF
               IF OriginalUsed IS GREATER THAN 0 AND
                       OriginalText(1:1) NOT EQUAL "0" AND
                       ChoicesMatch
               THEN
                   ADD 1 TO RevFoundCount
                   IF RevListCount IS LESS THAN RevListMax THEN
               GOBACK
           END-IF

      *    A digit the mask keeps counting from the left is always
      *    the result's own next digit, copied through
           IF OriginalUsed IS LESS THAN 76 THEN
               IF KeepFromLeft(OriginalUsed + 1:1) EQUAL "K" THEN
                   MOVE ResultDigits(ScanPosition:1) TO RecoveredDigit
                   MOVE 1 TO TokenWidth
                   MOVE "K" TO TokenChoice
                   MOVE SpeculativeKeeps TO NextSpeculativeKeeps
                   PERFORM 200-TAKE-TOKEN
                   IF CapReached THEN
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      *    Every digit whose output matches the result here is a
      *    possible original digit at this point; a position no
      *    output matches means this segmentation is impossible
           MOVE "T" TO TokenChoice
           MOVE SpeculativeKeeps TO NextSpeculativeKeeps
           PERFORM VARYING DigitSlot FROM 1 BY 1
                   UNTIL DigitSlot IS GREATER THAN 10
               MOVE TransformOutputLength(DigitSlot) TO TokenWidth
               IF ScanPosition + TokenWidth - 1
                       IS NOT GREATER THAN ResultLength
               THEN
                   IF ResultDigits(ScanPosition:TokenWidth) EQUAL
                           TransformOutput(DigitSlot)(1:TokenWidth)
                   THEN
                       COMPUTE RecoveredDigit = DigitSlot - 1
                       PERFORM 200-TAKE-TOKEN
                       IF CapReached THEN
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

      *    Where the mask keeps positions counted from the right, the
      *    original's length is not known until the scan ends, so the
      *    result's next digit may also be a kept one -- tried as
      *    such no more often than there are such positions, and
      *    confirmed against the mask once the length is known
           IF SpeculativeKeeps IS LESS THAN KeepRightCount THEN
               MOVE ResultDigits(ScanPosition:1) TO RecoveredDigit
               MOVE 1 TO TokenWidth
               MOVE "K" TO TokenChoice
               COMPUTE NextSpeculativeKeeps = SpeculativeKeeps + 1
               PERFORM 200-TAKE-TOKEN
               IF CapReached THEN
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK
           .
           END-IF
           MOVE RecoveredDigit
               TO OriginalText(OriginalUsed + 1:1)
           MOVE TokenChoice TO KeepChoices(OriginalUsed + 1:1)
           COMPUTE NextPosition = ScanPosition + TokenWidth
           COMPUTE NextOriginalUsed = OriginalUsed + 1
      *    Recursive call!
           CALL "DP375-REVERSE" USING
               BY REFERENCE ResultDigits, OriginalText, ReverseState,
                   TransformTable, TransformKeepMask, KeepChoices,
               BY VALUE ResultLength, NextPosition, NextOriginalUsed,
                   NextSpeculativeKeeps
               RETURNING StopSwitch
      *    Restore the original from before the recursive call
           MOVE SPACE TO OriginalText(OriginalUsed + 1:1)
           MOVE SPACE TO KeepChoices(OriginalUsed + 1:1)
           IF CapReached THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           .

      * A finished original's digits were each taken as kept or
      * transformed; they must be exactly the ones the mask keeps at
      * the original's final length, or the forward transform would
      * not have produced this result from it.
       300-CHECK-KEEP-CHOICES.
           SET ChoicesMatch TO TRUE
           PERFORM VARYING ChoiceIndex FROM 1 BY 1
                   UNTIL ChoiceIndex IS GREATER THAN OriginalUsed
                       OR NOT ChoicesMatch
               MOVE "T" TO ExpectedChoice
               IF KeepFromLeft(ChoiceIndex:1) EQUAL "K" OR
                       KeepFromRight(OriginalUsed - ChoiceIndex + 1:1)
                           EQUAL "K"
               THEN
                   MOVE "K" TO ExpectedChoice
               END-IF
               IF KeepChoices(ChoiceIndex:1) NOT EQUAL ExpectedChoice
               THEN
                   MOVE "N" TO ChoicesMatchSwitch
               END-IF
           END-PERFORM
           .

       END PROGRAM DP375-REVERSE.
