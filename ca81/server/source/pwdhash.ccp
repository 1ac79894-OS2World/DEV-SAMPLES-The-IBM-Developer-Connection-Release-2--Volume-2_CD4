      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, TECHCRED password digest.
      *
      * For CICS v3
      *
      * TECHCRED no longer holds passwords in clear - each userid
      * carries a salt of its own and the one-way digest of salt,
      * userid and password, and every comparison VSAMSERV makes
      * (sign-on, the re-authentication of destructive functions,
      * the old-password check and no-reuse rule of CHGPWD) is made
      * digest to digest. This is the one routine that computes the
      * digest, LINKed by VSAMSERV and by PWDMIGR with:
      *  - PWH-USERID and PWH-PASSWORD - the pair being digested;
      *    trailing LOW-VALUES count as spaces, the way the screens
      *    and the Web forms pad them differently
      *  - PWH-SALT - the userid's salt, or blank to have a fresh one
      *    issued (a new userid, or a record being converted); the
      *    salt used comes back in PWH-SALT
      * and PWH-DIGEST comes back as 32 display digits.
      *
      * The digest is four 8-digit accumulators, each stirred with
      * every byte of salt + userid + password in turn over 64
      * rounds; each step multiplies the accumulator by a factor
      * drawn from its neighbour and the byte, and reduces modulo
      * the prime 99999989, so no accumulator is a linear function
      * of the input and there is no working back from a digest to
      * the password by arithmetic. Byte values are taken through
      * a halfword REDEFINES rather than any table of the character
      * set, so the result does not depend on the code page the
      * region runs under. Changing anything here invalidates every
      * digest on file - a stronger digest would need a new
      * CRED-PWD-FORM value and its own conversion. Intended to be
      * LINKed, not started as a transaction.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWDHASH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * salt + userid + password, taken a byte at a time

       01 HASH-INPUT.
        03 HI-SALT                     PIC X(8).
        03 HI-USERID                   PIC X(8).
        03 HI-PASSWORD                 PIC X(8).

       01 HASH-INPUT-TABLE REDEFINES HASH-INPUT.
        03 HASH-INPUT-BYTE OCCURS 24   PIC X(1).

      * one byte's value - LOW-VALUE in the high half of a binary
      * halfword and the byte in the low half

       01 BYTE-CONVERT.
        03 BYTE-VALUE                  PIC 9(4) COMP.
        03 BYTE-HALVES REDEFINES BYTE-VALUE.
         05 BYTE-HIGH                  PIC X(1).
         05 BYTE-LOW                   PIC X(1).

      * the four accumulators, whose digits side by side are the
      * digest, with their starting values and multipliers

       01 HASH-ACCUMULATORS.
        03 HASH-ACC OCCURS 4           PIC 9(8).

       01 HASH-SEED-VALUES.
        03 FILLER                      PIC X(32)
                   VALUE '00005381000079190010472901299709'.

       01 HASH-SEED-TABLE REDEFINES HASH-SEED-VALUES.
        03 HASH-SEED OCCURS 4          PIC 9(8).

       01 HASH-MULT-VALUES.
        03 FILLER                      PIC X(12) VALUE '031037041043'.

       01 HASH-MULT-TABLE REDEFINES HASH-MULT-VALUES.
        03 HASH-MULT OCCURS 4          PIC 9(3).

       01 MISCEL-VARS.
        03 HASH-MODULUS                PIC 9(8) VALUE 99999989.
        03 HASH-MIX-MODULUS            PIC 9(5) VALUE 65521.
        03 HASH-ROUNDS                 PIC 9(3) VALUE 64.
        03 HASH-ROUND                  PIC 9(3) COMP.
        03 HASH-BYTE-IX                PIC 9(3) COMP.
        03 HASH-ACC-IX                 PIC 9(3) COMP.
        03 HASH-PREV-IX                PIC 9(3) COMP.
        03 HASH-MIX                    PIC 9(5).
        03 HASH-WORK                   PIC 9(15) COMP-3.
        03 HASH-QUOTIENT               PIC 9(15) COMP-3.
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 SALT-CLOCK                  PIC 9(15).
        03 SALT-NUMBER                 PIC 9(8).

       LINKAGE SECTION.

       01 DFHCOMMAREA.
        03 PWH-USERID                  PIC X(8).
        03 PWH-SALT                    PIC X(8).
        03 PWH-PASSWORD                PIC X(8).
        03 PWH-DIGEST                  PIC X(32).

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           IF PWH-SALT = SPACES OR PWH-SALT = LOW-VALUES

            PERFORM ISSUE-SALT

           END-IF

           MOVE PWH-SALT TO HI-SALT
           MOVE PWH-USERID TO HI-USERID
           MOVE PWH-PASSWORD TO HI-PASSWORD

           INSPECT HI-USERID REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HI-PASSWORD REPLACING ALL LOW-VALUE BY SPACE

           MOVE HASH-SEED-TABLE TO HASH-ACCUMULATORS

           PERFORM STIR-ONE-ACCUMULATOR
                   VARYING HASH-ROUND FROM 1 BY 1
                   UNTIL HASH-ROUND > HASH-ROUNDS
                   AFTER HASH-BYTE-IX FROM 1 BY 1
                   UNTIL HASH-BYTE-IX > 24
                   AFTER HASH-ACC-IX FROM 1 BY 1
                   UNTIL HASH-ACC-IX > 4

           MOVE HASH-ACCUMULATORS TO PWH-DIGEST

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       STIR-ONE-ACCUMULATOR SECTION.

      * the accumulator times (its neighbour's low residue + the
      * byte + its own multiplier), plus the round, modulo the prime

           MOVE LOW-VALUE TO BYTE-HIGH
           MOVE HASH-INPUT-BYTE(HASH-BYTE-IX) TO BYTE-LOW

           IF HASH-ACC-IX = 1

            MOVE 4 TO HASH-PREV-IX

           ELSE

            COMPUTE HASH-PREV-IX = HASH-ACC-IX - 1

           END-IF

           DIVIDE HASH-ACC(HASH-PREV-IX) BY HASH-MIX-MODULUS
                  GIVING HASH-QUOTIENT
                  REMAINDER HASH-MIX

           COMPUTE HASH-WORK = HASH-ACC(HASH-ACC-IX)
                             * (HASH-MIX + BYTE-VALUE
                                + HASH-MULT(HASH-ACC-IX))
                             + HASH-ROUND

           DIVIDE HASH-WORK BY HASH-MODULUS
                  GIVING HASH-QUOTIENT
                  REMAINDER HASH-ACC(HASH-ACC-IX)

           .
       STIR-ONE-ACCUMULATOR-EXIT.
           EXIT.
      *****************************************************************
       ISSUE-SALT SECTION.

      * a fresh salt - the low eight digits of the clock in
      * milliseconds plus this task's number, so two userids set up
      * in the same instant still salt differently

           EXEC CICS ASKTIME
                   ABSTIME(NOW-ABSTIME)
                   NOHANDLE
                   END-EXEC

           MOVE NOW-ABSTIME TO SALT-CLOCK

           COMPUTE HASH-WORK = SALT-CLOCK + EIBTASKN * 7919

           DIVIDE HASH-WORK BY 100000000
                  GIVING HASH-QUOTIENT
                  REMAINDER SALT-NUMBER

           MOVE SALT-NUMBER TO PWH-SALT

           .
       ISSUE-SALT-EXIT.
           EXIT.
      *****************************************************************
