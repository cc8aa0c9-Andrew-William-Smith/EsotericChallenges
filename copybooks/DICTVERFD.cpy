      ******************************************************************
      * Dictionary version record: one keyed record per numbered      *
      * version of a dictionary's word list.  Every DICTMAINT APPLY   *
      * or RESTORE copies the word list it leaves behind to           *
      * <word-list>.vNNNN and records it here with the batch that     *
      * produced it, that batch's maker and approver, the word count, *
      * and the words it added and deleted.  The first version of a   *
      * dictionary (kind BASELINE) is the word list as it stood       *
      * before its first recorded change.  COPY into FILE SECTION     *
      * alongside DICTVERSL.cpy.                                      *
      ******************************************************************
       FD  DictVersion.
       01  DictVersionRecord.
           05  VersionKey.
               10  VersionDictionaryId PIC X(10).
               10  VersionNumber       PIC 9(4).
           05  VersionKind             PIC X(8).
               88  VersionIsBaseline       VALUE "BASELINE".
               88  VersionIsApply          VALUE "APPLY".
               88  VersionIsRestore        VALUE "RESTORE".
           05  VersionDate             PIC X(8).
           05  VersionTime             PIC X(6).
           05  VersionBatchRef         PIC X(20).
           05  VersionMaker            PIC X(20).
           05  VersionApprover         PIC X(20).
           05  VersionWordCount        PIC 9(9).
           05  VersionAddCount         PIC 9(9).
           05  VersionDeleteCount      PIC 9(9).
           05  VersionRestoredFrom     PIC 9(4).
           05  VersionWordsPath        PIC X(80).
