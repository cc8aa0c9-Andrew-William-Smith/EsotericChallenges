      ******************************************************************
      * DP375 reference cross-reference master SELECT clause.  COPY   *
      * into FILE-CONTROL in any program that posts transformed       *
      * references or looks them up (DAILYPROGRAMMER375).  Requires   *
      * Dp375XrefStatus PIC XX in WORKING-STORAGE.                    *
      ******************************************************************
               SELECT Dp375Xref
                   ASSIGN TO 'data/dp375-xref.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XrefKey
                   FILE STATUS IS Dp375XrefStatus.
