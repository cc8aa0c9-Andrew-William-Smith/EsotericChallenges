      ******************************************************************
      * Dictionary version history SELECT clause.  COPY into          *
      * FILE-CONTROL in any program that records or lists the         *
      * numbered versions of a dictionary's word list (DICTMAINT).    *
      * Requires DictVersionStatus PIC XX in WORKING-STORAGE.         *
      ******************************************************************
               SELECT DictVersion
                   ASSIGN TO 'data/dict-versions.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VersionKey
                   FILE STATUS IS DictVersionStatus.
