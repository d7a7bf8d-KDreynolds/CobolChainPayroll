       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNHASH.
       AUTHOR. YOUR NAME.

      * Run hash - folds one record into a running hash, CALLed once
      * per PAYROLL-FILE record by LEDGPOST when it builds the run
      * manifest it anchors on the ledger, and by LEDGRECON when it
      * recomputes the manifest from the PAYROLL-FILE on disk.  The
      * one routine for both, so the two can never disagree about
      * how the figure is made.
      *
      *   CALL "RUNHASH" USING record record-length run-hash
      *
      * The caller zeroes the hash before the first record and
      * passes LENGTH OF its record each time.  Each byte becomes a
      * code - its position in WS-HASH-ALPHABET, or one past the end
      * for anything not in it - and the hash becomes
      *
      *   hash = (hash * 31 + code + 1) modulo 999999937
      *
      * a position-weighted figure: the same records in a different
      * order, or one digit changed anywhere in any of them, give a
      * different hash.  The modulus is prime and the hash always
      * fits the nine digits the manifest carries.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Everything a PAYROLL-FILE record is made of - digits and
      * upper case for the codes and amounts, lower case and the
      * usual punctuation for names and accounts.
       01 WS-HASH-ALPHABET.
           05 FILLER                  PIC X(37) VALUE
               " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 FILLER                  PIC X(26) VALUE
               "abcdefghijklmnopqrstuvwxyz".
           05 FILLER                  PIC X(16) VALUE
               ".,-/&'()*+:;#@_!".

       01 WS-BYTE-IDX                 PIC 9(4)       COMP.
       01 WS-BYTE                     PIC X(1).
       01 WS-BYTE-CODE                PIC 9(3)       COMP.
       01 WS-HASH-WORK                PIC 9(11)      COMP.
       01 WS-HASH-QUOT                PIC 9(11)      COMP.
       01 WS-HASH-MODULUS             PIC 9(9)       COMP
                                      VALUE 999999937.

       LINKAGE SECTION.
       01 LS-RECORD                   PIC X(2000).
       01 LS-RECORD-LENGTH            PIC 9(4)       COMP.
       01 LS-RUN-HASH                 PIC 9(9).

       PROCEDURE DIVISION USING LS-RECORD
                                  LS-RECORD-LENGTH
                                  LS-RUN-HASH.
       100-MAIN.
           MOVE ZERO TO WS-BYTE-IDX
           PERFORM 200-FOLD-BYTE LS-RECORD-LENGTH TIMES
           GOBACK.

      * One byte into the hash.  INSPECT counts the alphabet's
      * characters ahead of the byte - its code; a byte the alphabet
      * does not hold counts the whole alphabet, one past the end.
       200-FOLD-BYTE.
           ADD 1 TO WS-BYTE-IDX
           MOVE LS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
           MOVE ZERO TO WS-BYTE-CODE
           INSPECT WS-HASH-ALPHABET TALLYING WS-BYTE-CODE
               FOR CHARACTERS BEFORE INITIAL WS-BYTE
           COMPUTE WS-HASH-WORK = LS-RUN-HASH * 31 + WS-BYTE-CODE + 1
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOT REMAINDER LS-RUN-HASH.

       END PROGRAM RUNHASH.
