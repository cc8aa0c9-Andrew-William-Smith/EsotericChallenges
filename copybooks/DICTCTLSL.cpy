      ******************************************************************
      * Dictionary control file SELECT clause.  COPY into             *
      * FILE-CONTROL in any program that writes a dictionary's        *
      * control totals (DICTMAINT, DAILYPROGRAMMER380EASY) or checks  *
      * the dictionary against them before using it (see              *
      * DICTCTLCHK.cpy).  Requires DictControlStatus PIC XX in        *
      * WORKING-STORAGE (DICTCTLWS.cpy supplies it).                  *
      ******************************************************************
               SELECT DictControl
                   ASSIGN TO 'data/dict-control.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CtlDictionaryId
                   FILE STATUS IS DictControlStatus.
