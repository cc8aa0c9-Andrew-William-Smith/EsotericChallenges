      ******************************************************************
      * Inbound message case record: one keyed record per received    *
      * message, carrying where and when it arrived, its raw smooshed *
      * pattern, and its lifecycle -- RECEIVED when registered, then  *
      * DECODED (one candidate sentence), AMBIGUOUS (several) or      *
      * UNRESOLVED (none) after each night's segmentation, and CLOSED *
      * once an analyst records the accepted reading.  COPY into FILE *
      * SECTION alongside MSGCASESL.cpy.                              *
      ******************************************************************
       FD  MessageCase.
       01  MessageCaseRecord.
           05  MessageId               PIC X(12).
           05  MessageStatus           PIC X(10).
           05  MessageReceivedDate     PIC X(8).
           05  MessageSourceStation    PIC X(10).
           05  MessageCandidateCount   PIC 9(9).
           05  MessageLastDecodeDate   PIC X(8).
           05  MessageAcceptedReading  PIC X(200).
           05  MessageResolvedBy       PIC X(20).
           05  MessageResolvedDate     PIC X(8).
           05  MessageRawPattern       PIC X(900).
