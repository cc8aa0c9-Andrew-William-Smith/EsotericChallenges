      ******************************************************************
      * Inbound message case file SELECT clause.  COPY into           *
      * FILE-CONTROL in any program that registers, decodes, resolves *
      * or reports on received messages (MESSAGECASE, MORSESEGMENT,   *
      * MESSAGERESOLVE).  Requires MessageCaseStatus PIC XX in        *
      * WORKING-STORAGE.                                              *
      ******************************************************************
               SELECT MessageCase
                   ASSIGN TO 'data/message-case.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MessageId
                   FILE STATUS IS MessageCaseStatus.
