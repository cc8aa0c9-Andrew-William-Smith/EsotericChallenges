      ******************************************************************
      * Operator registry record: one comma-delimited line per        *
      * operator,                                                     *
      *   ID,name,status,resource:role+role,resource:role...          *
      * where status is ACTIVE or SUSPENDED, each resource is the     *
      * suite-wide resource name the maintenance programs lock        *
      * (ENABLEWORDS, MORSETREES, PATTERNMASTER), and each role is    *
      * one of STAGE, APPROVE, APPLY, or REGISTER.  Up to six         *
      * resources per operator.  COPY into FILE SECTION alongside     *
      * OPERSL.cpy.                                                   *
      ******************************************************************
       FD  OperatorRegistry.
       01  OperatorRegistryLine PIC X(250).
