      *>                  CARRIES THE REGISTER NAME INSTEAD OF A GL
      *>                  ACCOUNT; NEITHER OPERATION POSTS TO THE
      *>                  LEDGER.
      *>  OCT 15/26  AJ   ADDED ALLOCATE, WHICH SPLITS TRAN-I1 ACROSS
      *>                  THE TARGET ACCOUNTS OF A RULE ON THE
      *>                  ALLOCATION RULE MASTER (ALOCREC.CPY).  ON AN
      *>                  ALLOCATE TRANSACTION THE ACCOUNT-REFERENCE
      *>                  FIELD CARRIES THE RULE ID INSTEAD OF A GL
      *>                  ACCOUNT.
      *>****************************************************************
       01  OP-TABLE-VALUES.
           05  FILLER PIC X(11) VALUE "ADD       A".
           05  FILLER PIC X(11) VALUE "ALLOCATE  L".
           05  FILLER PIC X(11) VALUE "AVERAGE   V".
           05  FILLER PIC X(11) VALUE "DIVIDE    D".
           05  FILLER PIC X(11) VALUE "END       E".
           05  FILLER PIC X(11) VALUE "SUBTRACT  S".

       01  OP-TABLE REDEFINES OP-TABLE-VALUES.
           05  OP-TABLE-ENTRY OCCURS 10 TIMES
                   ASCENDING KEY IS OP-CODE
                   INDEXED BY OP-IDX.
               10  OP-CODE           PIC X(10).
                   88  OP-IS-END         VALUE "E".
                   88  OP-IS-RECALL      VALUE "R".
                   88  OP-IS-STORE       VALUE "T".
                   88  OP-IS-ALLOCATE    VALUE "L".
