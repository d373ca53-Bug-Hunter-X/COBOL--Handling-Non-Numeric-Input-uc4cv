      *================================================================*
      * PROGRAM-ID : PWHASH                                           *
      * One-way password hash for the operator security file (OPSEC), *
      * called by SIGNON to check and change a password and by        *
      * SECMAINT to set or reset one. The user ID is hashed in ahead  *
      * of the password, so two operators with the same password do   *
      * not show the same value, and the text is folded into two      *
      * independent remainders over many rounds so the stored value   *
      * cannot be worked back to the password it came from. The       *
      * result is the two nine-digit remainders side by side. The     *
      * calculation must never change: every stored password would    *
      * stop matching.                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWHASH.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HASH-TEXT.
           05  WS-HASH-USER-ID         PIC X(8).
           05  WS-HASH-PASSWORD        PIC X(16).
       01  WS-HASH-ROUND               PIC 9(3)    VALUE 0.
       01  WS-HASH-IDX                 PIC 9(2)    VALUE 0.
       01  WS-HASH-CHAR-VALUE          PIC 9(3)    VALUE 0.
       01  WS-HASH-ACCUM-1             PIC 9(18)   VALUE 0.
       01  WS-HASH-ACCUM-2             PIC 9(18)   VALUE 0.

       LINKAGE SECTION.
       01  PWH-USER-ID                 PIC X(8).
       01  PWH-PASSWORD                PIC X(16).
       01  PWH-HASH                    PIC 9(18).

       PROCEDURE DIVISION USING PWH-USER-ID PWH-PASSWORD PWH-HASH.
       0000-MAINLINE.
           MOVE PWH-USER-ID TO WS-HASH-USER-ID
           MOVE PWH-PASSWORD TO WS-HASH-PASSWORD
           MOVE 17 TO WS-HASH-ACCUM-1
           MOVE 31 TO WS-HASH-ACCUM-2
           PERFORM VARYING WS-HASH-ROUND FROM 1 BY 1
                   UNTIL WS-HASH-ROUND > 250
               PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > 24
                   COMPUTE WS-HASH-CHAR-VALUE =
                       FUNCTION ORD(WS-HASH-TEXT(WS-HASH-IDX:1))
                   COMPUTE WS-HASH-ACCUM-1 =
                       FUNCTION MOD(WS-HASH-ACCUM-1 * 257
                           + WS-HASH-CHAR-VALUE + WS-HASH-ROUND,
                           999999937)
                   COMPUTE WS-HASH-ACCUM-2 =
                       FUNCTION MOD(WS-HASH-ACCUM-2 * 263
                           + WS-HASH-CHAR-VALUE * WS-HASH-IDX
                           + WS-HASH-ACCUM-1, 999999929)
               END-PERFORM
           END-PERFORM
           COMPUTE PWH-HASH =
               WS-HASH-ACCUM-1 * 1000000000 + WS-HASH-ACCUM-2
      * Zero on OPSEC means no password has been set.
           IF PWH-HASH = 0
               MOVE 1 TO PWH-HASH
           END-IF
           GOBACK.
