      ******************************************************************
      * DP375 reference cross-reference record: one keyed record per  *
      * original reference number a BATCH run has transformed,        *
      * keyed by the digit transform in force and the transformed     *
      * result first, so every original on file for a result under    *
      * one transform reads back together.  Carries the date the pair *
      * was first recorded and a collision flag, Y when two or more   *
      * different originals have produced the same result under the   *
      * same transform.                                               *
      * COPY into FILE SECTION alongside DP375XREFSL.cpy.             *
      ******************************************************************
       FD  Dp375Xref.
       01  Dp375XrefRecord.
           05  XrefKey.
               10  XrefTransform       PIC X(20).
               10  XrefResult          PIC X(152).
               10  XrefOriginal        PIC X(76).
           05  XrefRecordedDate        PIC X(8).
           05  XrefCollisionFlag       PIC X.
