      *****************************************************************
      *  OPERPWD.CPY                                                  *
      *  Record layout for the OPERATOR-PASSWORD indexed file, keyed  *
      *  by operator id - the only place an operator's password is    *
      *  held, and then only as a salted one-way hash.  OM-PASSWORD   *
      *  on OPERATOR-MASTER-REC carries the OM-PASSWORD-HASHED marker *
      *  instead of the password itself, and the reuse history that   *
      *  used to ride in OPERSEC.CPY is kept here hashed.  The record *
      *  is only ever read and written by OperPwd.cbl (see            *
      *  OPWDMSG.CPY) so no other program computes or compares a hash *
      *  itself.  OP-SALT is drawn at random the first time a         *
      *  password is set for the operator and kept thereafter, so the *
      *  reuse history can still be compared after a change.          *
      *  OP-HASH-VERSION lets the hash be strengthened later without  *
      *  invalidating hashes already on file.                         *
      *****************************************************************
       01  OPERATOR-PASSWORD-REC.
           02  OP-OPERATOR-ID           PIC X(08).
           02  OP-SALT                  PIC X(08).
           02  OP-HASH-VERSION          PIC X(01).
               88  OP-HASH-V1               VALUE "1".
           02  OP-PASSWORD-HASH         PIC X(16).
      *    Hashes of the three passwords before the current one - a
      *    change may not reuse any of them (or the current one).
           02  OP-PREV-HASH-1           PIC X(16).
           02  OP-PREV-HASH-2           PIC X(16).
           02  OP-PREV-HASH-3           PIC X(16).
