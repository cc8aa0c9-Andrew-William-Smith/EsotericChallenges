      ******************************************************************
      * Operator registry SELECT clause.  COPY into FILE-CONTROL in   *
      * any program that checks an operator's role before acting (see *
      * OPERCHK.cpy) or reports on who holds which role.              *
      ******************************************************************
               SELECT OperatorRegistry
                   ASSIGN TO 'data/operators.par'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OperatorRegistryStatus.
