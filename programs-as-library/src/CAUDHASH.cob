       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CAUDHASH.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY INTEGER REPLACING ==(PRFX)== BY ==WS-SCAN-==.
        01 WS-CHAIN-WORK PIC 9(18) VALUE 0.
        01 WS-CHAIN-QUOT PIC 9(18) VALUE 0.
       LINKAGE SECTION.
        01 LK-HASHPARM-RECORD PIC X(256).
        COPY INTEGER REPLACING ==(PRFX)== BY ==LK-HASHPARM-LEN-==.
        01 LK-HASHPARM-HASH PIC 9(15).
       PROCEDURE DIVISION USING
           LK-HASHPARM-RECORD,
           LK-HASHPARM-LEN-I,
           LK-HASHPARM-HASH.
      ******************************************************************
      * LIBRARY ROUTINE: COMPLEX-AUDIT-CHAIN-HASH
      *
      * @param [in] LK-HASHPARM-RECORD,
      *   one audit line, left-justified; bytes past
      *   LK-HASHPARM-LEN-I are ignored.
      * @param [in] LK-HASHPARM-LEN-I,
      *   how many leading bytes of the line the hash covers.
      * @param [in,out] LK-HASHPARM-HASH,
      *   in, the previous line's chain hash (zero before the first
      *   line of a run); out, this line's.
      *
      *   CENVHASH's byte walk and calling convention, but each step
      *   multiplies the running total by 257 before adding the
      *   byte's ordinal value and reduces it modulo the prime
      *   999999999999989.  A plain byte sum cannot see two bytes
      *   trade places - a transposed digit in an operand leaves it
      *   unchanged - so the audit chain weights every byte by its
      *   position instead, and since the previous line's hash is the
      *   starting value, a line edited, dropped or moved breaks the
      *   hash of every line after it.
      *
       COMPLEX-AUDIT-CHAIN-HASH.
           MOVE 1 TO WS-SCAN-I

           PERFORM CAUDHASH-ADD-BYTE
             UNTIL WS-SCAN-I > LK-HASHPARM-LEN-I

           GOBACK
           .
      ******************************************************************
      * Folds one byte into the running chain hash and advances the
      * scan.
      ******************************************************************
       CAUDHASH-ADD-BYTE.
           COMPUTE WS-CHAIN-WORK = LK-HASHPARM-HASH * 257
             + FUNCTION ORD(LK-HASHPARM-RECORD(WS-SCAN-I:1))

           DIVIDE WS-CHAIN-WORK BY 999999999999989
             GIVING WS-CHAIN-QUOT REMAINDER LK-HASHPARM-HASH

           ADD 1 TO WS-SCAN-I
           .

      * vim: et ts=4 sw=4
