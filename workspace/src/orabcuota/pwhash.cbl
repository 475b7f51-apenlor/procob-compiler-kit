      ******************************************************************
      *
      * Operator Password Hashing Service
      * =================================
      *
      * Passwords are never held on the operator-security file: only
      * a one-way hash of the operator's salt followed by the
      * password. secmaint hashes a new password before it is
      * written; signon hashes the password keyed at sign-on with
      * the salt on file and compares the two hashes. In the
      * getbusday / getfxrate mold: one CALL, one answer.
      *
      * Function "S" makes a fresh salt for a user ID -- the first
      * sixteen hexadecimal characters of the hash of the user ID
      * and the date and time of the change. A salt need only be
      * different for every operator and every password, not
      * secret. Function "H" returns the SHA-256 hash (FIPS 180-4)
      * of the 16-byte salt and the 16-byte password as 64
      * hexadecimal characters. The 32-byte message always fits one
      * 512-bit block.
      *
      * Each 32-bit word is carried as 32 bit digits so the logical
      * operations the hash needs are plain arithmetic on digits:
      * exclusive-or is the parity of the bits, majority is two or
      * more set, and addition modulo 2**32 ripples a carry from the
      * low-order bit and drops the last one.
      *
      * RETURN-CODE 0 on success, 99 on an unknown function.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pwhash.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-SDATE PIC 9(8) DISPLAY.
           01 WS-STIME PIC 9(8) DISPLAY.

           01 WS-MESSAGE PIC X(32) VALUE SPACES.
           01 WS-DIGEST PIC X(64) VALUE SPACES.
           01 WS-BLOCK PIC X(512) VALUE ALL "0".

      * A message byte read as a binary halfword to get its code.
           01 WS-BYTE-WORD.
               05 FILLER PIC X(1) VALUE LOW-VALUE.
               05 WS-BYTE-CHAR PIC X(1).
           01 WS-BYTE-WORD-R REDEFINES WS-BYTE-WORD.
               05 WS-BYTE-CODE PIC 9(4) COMP.
           01 WS-HI-NIBBLE PIC 9(4) COMP VALUE ZERO.
           01 WS-LO-NIBBLE PIC 9(4) COMP VALUE ZERO.

           01 WS-HEX-DIGITS PIC X(16) VALUE "0123456789ABCDEF".
           01 WS-HEX-DIGITS-R REDEFINES WS-HEX-DIGITS.
               05 WS-HEX-DIGIT PIC X(1) OCCURS 16 TIMES.
           01 WS-NIBBLES.
               05 FILLER PIC X(32)
                   VALUE "00000001001000110100010101100111".
               05 FILLER PIC X(32)
                   VALUE "10001001101010111100110111101111".
           01 WS-NIBBLES-R REDEFINES WS-NIBBLES.
               05 WS-NIBBLE PIC X(4) OCCURS 16 TIMES.

      * Indexed by the count of set bits plus one: the parity gives
      * the sum bit and exclusive-or, the majority the carry.
           01 WS-PARITY-TABLE PIC X(4) VALUE "0101".
           01 WS-PARITY-TABLE-R REDEFINES WS-PARITY-TABLE.
               05 WS-PARITY PIC 9(1) OCCURS 4 TIMES.
           01 WS-MAJORITY-TABLE PIC X(4) VALUE "0011".
           01 WS-MAJORITY-TABLE-R REDEFINES WS-MAJORITY-TABLE.
               05 WS-MAJORITY PIC 9(1) OCCURS 4 TIMES.

      * Round constants: the first 32 bits of the fractional parts
      * of the cube roots of the first 64 primes.
           01 WS-ROUND-CONSTANTS.
               05 FILLER PIC X(32)
                   VALUE "428A2F9871374491B5C0FBCFE9B5DBA5".
               05 FILLER PIC X(32)
                   VALUE "3956C25B59F111F1923F82A4AB1C5ED5".
               05 FILLER PIC X(32)
                   VALUE "D807AA9812835B01243185BE550C7DC3".
               05 FILLER PIC X(32)
                   VALUE "72BE5D7480DEB1FE9BDC06A7C19BF174".
               05 FILLER PIC X(32)
                   VALUE "E49B69C1EFBE47860FC19DC6240CA1CC".
               05 FILLER PIC X(32)
                   VALUE "2DE92C6F4A7484AA5CB0A9DC76F988DA".
               05 FILLER PIC X(32)
                   VALUE "983E5152A831C66DB00327C8BF597FC7".
               05 FILLER PIC X(32)
                   VALUE "C6E00BF3D5A7914706CA635114292967".
               05 FILLER PIC X(32)
                   VALUE "27B70A852E1B21384D2C6DFC53380D13".
               05 FILLER PIC X(32)
                   VALUE "650A7354766A0ABB81C2C92E92722C85".
               05 FILLER PIC X(32)
                   VALUE "A2BFE8A1A81A664BC24B8B70C76C51A3".
               05 FILLER PIC X(32)
                   VALUE "D192E819D6990624F40E3585106AA070".
               05 FILLER PIC X(32)
                   VALUE "19A4C1161E376C082748774C34B0BCB5".
               05 FILLER PIC X(32)
                   VALUE "391C0CB34ED8AA4A5B9CCA4F682E6FF3".
               05 FILLER PIC X(32)
                   VALUE "748F82EE78A5636F84C878148CC70208".
               05 FILLER PIC X(32)
                   VALUE "90BEFFFAA4506CEBBEF9A3F7C67178F2".
           01 WS-ROUND-CONSTANTS-R REDEFINES WS-ROUND-CONSTANTS.
               05 WS-K PIC X(8) OCCURS 64 TIMES.

      * Initial hash value: the first 32 bits of the fractional
      * parts of the square roots of the first eight primes.
           01 WS-INITIAL-HASH.
               05 FILLER PIC X(32)
                   VALUE "6A09E667BB67AE853C6EF372A54FF53A".
               05 FILLER PIC X(32)
                   VALUE "510E527F9B05688C1F83D9AB5BE0CD19".
           01 WS-INITIAL-HASH-R REDEFINES WS-INITIAL-HASH.
               05 WS-H-INIT PIC X(8) OCCURS 8 TIMES.

      * Message schedule, hash state and the working variables a to
      * h of the compression, each word as 32 bit digits.
           01 WS-SCHEDULE.
               05 WS-W PIC X(32) OCCURS 64 TIMES.
           01 WS-STATE.
               05 WS-H PIC X(32) OCCURS 8 TIMES.
           01 WS-WORK-VARS.
               05 WS-V PIC X(32) OCCURS 8 TIMES.
           01 WS-TEMP-1 PIC X(32) VALUE ALL "0".
           01 WS-TEMP-2 PIC X(32) VALUE ALL "0".

      * Operand and result registers of the bit operations.
           01 WS-REG-X.
               05 WS-XB PIC 9(1) OCCURS 32 TIMES.
           01 WS-REG-Y.
               05 WS-YB PIC 9(1) OCCURS 32 TIMES.
           01 WS-REG-Z.
               05 WS-ZB PIC 9(1) OCCURS 32 TIMES.
           01 WS-REG-R.
               05 WS-RB PIC 9(1) OCCURS 32 TIMES.
           01 WS-REG-S PIC X(32) VALUE ALL "0".
           01 WS-REG-A.
               05 WS-AB PIC 9(1) OCCURS 32 TIMES.
           01 WS-REG-B.
               05 WS-BB PIC 9(1) OCCURS 32 TIMES.
           01 WS-REG-C.
               05 WS-CB PIC 9(1) OCCURS 32 TIMES.

           01 WS-HEX-WORD PIC X(8) VALUE SPACES.
           01 WS-BITS-WORD.
               05 WS-WB PIC 9(1) OCCURS 32 TIMES.

           01 WS-I PIC S9(4) COMP VALUE ZERO.
           01 WS-J PIC S9(4) COMP VALUE ZERO.
           01 WS-T PIC S9(4) COMP VALUE ZERO.
           01 WS-N PIC S9(4) COMP VALUE ZERO.
           01 WS-D PIC S9(4) COMP VALUE ZERO.
           01 WS-BIT PIC S9(4) COMP VALUE ZERO.
           01 WS-SHIFT PIC S9(4) COMP VALUE ZERO.
           01 WS-SUM PIC S9(4) COMP VALUE ZERO.
           01 WS-CARRY PIC S9(4) COMP VALUE ZERO.

       LINKAGE SECTION.
       COPY PWHASH-COPYBOOK.

       PROCEDURE DIVISION USING BY REFERENCE PWHASH-PARAMS.

           PERFORM 100-INIT.
           EVALUATE TRUE
               WHEN PWH-MAKE-SALT
                   PERFORM 200-MAKE-SALT
               WHEN PWH-HASH
                   PERFORM 300-HASH-PASSWORD
               WHEN OTHER
                   MOVE 99 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 900-WRAPUP.

       100-INIT.

           MOVE 0 TO RETURN-CODE.

       200-MAKE-SALT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           ACCEPT WS-STIME FROM TIME.
           MOVE SPACES TO WS-MESSAGE.
           MOVE PWH-USER TO WS-MESSAGE(1:8).
           MOVE WS-SDATE TO WS-MESSAGE(9:8).
           MOVE WS-STIME TO WS-MESSAGE(17:8).
           PERFORM 400-DIGEST-MESSAGE.
           MOVE WS-DIGEST(1:16) TO PWH-SALT.

       300-HASH-PASSWORD.

           MOVE PWH-SALT TO WS-MESSAGE(1:16).
           MOVE PWH-PASSWORD TO WS-MESSAGE(17:16).
           PERFORM 400-DIGEST-MESSAGE.
           MOVE WS-DIGEST TO PWH-DIGEST.

       400-DIGEST-MESSAGE.

      * The one block: the 256 message bits, a one bit, zeros, and
      * the message length (256) in the last 64 bits.
           MOVE ALL "0" TO WS-BLOCK.
           PERFORM 410-BYTE-TO-BITS
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 32.
           MOVE "1" TO WS-BLOCK(257:1).
           MOVE "1" TO WS-BLOCK(504:1).

           PERFORM 420-LOAD-WORD
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 16.
           PERFORM 430-EXTEND-WORD
               VARYING WS-T FROM 17 BY 1 UNTIL WS-T > 64.

           PERFORM 440-INIT-STATE
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8.
           MOVE WS-STATE TO WS-WORK-VARS.
           PERFORM 450-ONE-ROUND
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 64.
           PERFORM 460-ADD-TO-STATE
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8.

           MOVE SPACES TO WS-DIGEST.
           PERFORM 470-STATE-TO-HEX
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8.

      * Nothing of the password is left behind in storage.
           MOVE SPACES TO WS-MESSAGE.
           MOVE ALL "0" TO WS-BLOCK.
           MOVE ALL "0" TO WS-SCHEDULE.

       410-BYTE-TO-BITS.

           MOVE WS-MESSAGE(WS-I:1) TO WS-BYTE-CHAR.
           DIVIDE WS-BYTE-CODE BY 16
               GIVING WS-HI-NIBBLE REMAINDER WS-LO-NIBBLE.
           COMPUTE WS-J = (WS-I - 1) * 8 + 1.
           MOVE WS-NIBBLE(WS-HI-NIBBLE + 1) TO WS-BLOCK(WS-J:4).
           ADD 4 TO WS-J.
           MOVE WS-NIBBLE(WS-LO-NIBBLE + 1) TO WS-BLOCK(WS-J:4).

       420-LOAD-WORD.

           COMPUTE WS-J = (WS-T - 1) * 32 + 1.
           MOVE WS-BLOCK(WS-J:32) TO WS-W(WS-T).

       430-EXTEND-WORD.

      * W(t) = s1(W(t-2)) + W(t-7) + s0(W(t-15)) + W(t-16).
           MOVE WS-W(WS-T - 15) TO WS-REG-X.
           PERFORM 520-SMALL-SIGMA-0.
           MOVE WS-REG-R TO WS-TEMP-1.

           MOVE WS-W(WS-T - 2) TO WS-REG-X.
           PERFORM 530-SMALL-SIGMA-1.
           MOVE WS-REG-R TO WS-REG-X.
           MOVE WS-W(WS-T - 7) TO WS-REG-Y.
           PERFORM 700-ADD.
           MOVE WS-REG-R TO WS-REG-X.
           MOVE WS-TEMP-1 TO WS-REG-Y.
           PERFORM 700-ADD.
           MOVE WS-REG-R TO WS-REG-X.
           MOVE WS-W(WS-T - 16) TO WS-REG-Y.
           PERFORM 700-ADD.
           MOVE WS-REG-R TO WS-W(WS-T).

       440-INIT-STATE.

           MOVE WS-H-INIT(WS-I) TO WS-HEX-WORD.
           PERFORM 600-HEX-TO-BITS.
           MOVE WS-BITS-WORD TO WS-H(WS-I).

       450-ONE-ROUND.

      * T1 = h + S1(e) + Ch(e,f,g) + K(t) + W(t).
           MOVE WS-V(5) TO WS-REG-X.
           PERFORM 540-BIG-SIGMA-1.
           MOVE WS-REG-R TO WS-TEMP-1.

           MOVE WS-V(5) TO WS-REG-X.
           MOVE WS-V(6) TO WS-REG-Y.
           MOVE WS-V(7) TO WS-REG-Z.
           PERFORM 560-CHOOSE.
           MOVE WS-REG-R TO WS-REG-X.
           MOVE WS-TEMP-1 TO WS-REG-Y.
           PERFORM 700-ADD.
           MOVE WS-REG-R TO WS-REG-X.
           MOVE WS-V(8) TO WS-REG-Y.
           PERFORM 700-ADD.
           MOVE WS-REG-R TO WS-REG-X.
           MOVE WS-W(WS-T) TO WS-REG-Y.
           PERFORM 700-ADD.
           MOVE WS-REG-R TO WS-TEMP-1.
           MOVE WS-K(WS-T) TO WS-HEX-WORD.
           PERFORM 600-HEX-TO-BITS.
           MOVE WS-TEMP-1 TO WS-REG-X.
           MOVE WS-BITS-WORD TO WS-REG-Y.
           PERFORM 700-ADD.
           MOVE WS-REG-R TO WS-TEMP-1.

      * T2 = S0(a) + Maj(a,b,c).
           MOVE WS-V(1) TO WS-REG-X.
           PERFORM 550-BIG-SIGMA-0.
           MOVE WS-REG-R TO WS-TEMP-2.

           MOVE WS-V(1) TO WS-REG-X.
           MOVE WS-V(2) TO WS-REG-Y.
           MOVE WS-V(3) TO WS-REG-Z.
           PERFORM 570-MAJORITY.
           MOVE WS-REG-R TO WS-REG-X.
           MOVE WS-TEMP-2 TO WS-REG-Y.
           PERFORM 700-ADD.
           MOVE WS-REG-R TO WS-TEMP-2.

      * h = g, g = f, f = e, e = d + T1, d = c, c = b, b = a,
      * a = T1 + T2.
           MOVE WS-V(7) TO WS-V(8).
           MOVE WS-V(6) TO WS-V(7).
           MOVE WS-V(5) TO WS-V(6).
           MOVE WS-V(4) TO WS-REG-X.
           MOVE WS-TEMP-1 TO WS-REG-Y.
           PERFORM 700-ADD.
           MOVE WS-REG-R TO WS-V(5).
           MOVE WS-V(3) TO WS-V(4).
           MOVE WS-V(2) TO WS-V(3).
           MOVE WS-V(1) TO WS-V(2).
           MOVE WS-TEMP-1 TO WS-REG-X.
           MOVE WS-TEMP-2 TO WS-REG-Y.
           PERFORM 700-ADD.
           MOVE WS-REG-R TO WS-V(1).

       460-ADD-TO-STATE.

           MOVE WS-H(WS-I) TO WS-REG-X.
           MOVE WS-V(WS-I) TO WS-REG-Y.
           PERFORM 700-ADD.
           MOVE WS-REG-R TO WS-H(WS-I).

       470-STATE-TO-HEX.

           MOVE WS-H(WS-I) TO WS-BITS-WORD.
           PERFORM 610-BITS-TO-HEX.
           COMPUTE WS-J = (WS-I - 1) * 8 + 1.
           MOVE WS-HEX-WORD TO WS-DIGEST(WS-J:8).

       520-SMALL-SIGMA-0.

      * s0(x) = ROTR 7 xor ROTR 18 xor SHR 3.
           MOVE 7 TO WS-SHIFT.
           PERFORM 800-ROTATE.
           MOVE WS-REG-S TO WS-REG-A.
           MOVE 18 TO WS-SHIFT.
           PERFORM 800-ROTATE.
           MOVE WS-REG-S TO WS-REG-B.
           MOVE 3 TO WS-SHIFT.
           PERFORM 810-SHIFT.
           MOVE WS-REG-S TO WS-REG-C.
           PERFORM 820-XOR-THREE.

       530-SMALL-SIGMA-1.

      * s1(x) = ROTR 17 xor ROTR 19 xor SHR 10.
           MOVE 17 TO WS-SHIFT.
           PERFORM 800-ROTATE.
           MOVE WS-REG-S TO WS-REG-A.
           MOVE 19 TO WS-SHIFT.
           PERFORM 800-ROTATE.
           MOVE WS-REG-S TO WS-REG-B.
           MOVE 10 TO WS-SHIFT.
           PERFORM 810-SHIFT.
           MOVE WS-REG-S TO WS-REG-C.
           PERFORM 820-XOR-THREE.

       540-BIG-SIGMA-1.

      * S1(x) = ROTR 6 xor ROTR 11 xor ROTR 25.
           MOVE 6 TO WS-SHIFT.
           PERFORM 800-ROTATE.
           MOVE WS-REG-S TO WS-REG-A.
           MOVE 11 TO WS-SHIFT.
           PERFORM 800-ROTATE.
           MOVE WS-REG-S TO WS-REG-B.
           MOVE 25 TO WS-SHIFT.
           PERFORM 800-ROTATE.
           MOVE WS-REG-S TO WS-REG-C.
           PERFORM 820-XOR-THREE.

       550-BIG-SIGMA-0.

      * S0(x) = ROTR 2 xor ROTR 13 xor ROTR 22.
           MOVE 2 TO WS-SHIFT.
           PERFORM 800-ROTATE.
           MOVE WS-REG-S TO WS-REG-A.
           MOVE 13 TO WS-SHIFT.
           PERFORM 800-ROTATE.
           MOVE WS-REG-S TO WS-REG-B.
           MOVE 22 TO WS-SHIFT.
           PERFORM 800-ROTATE.
           MOVE WS-REG-S TO WS-REG-C.
           PERFORM 820-XOR-THREE.

       560-CHOOSE.

      * Ch(x,y,z): each bit of x chooses y where set, z where clear.
           PERFORM 565-CHOOSE-ONE-BIT
               VARYING WS-BIT FROM 1 BY 1 UNTIL WS-BIT > 32.

       565-CHOOSE-ONE-BIT.

           IF WS-XB(WS-BIT) = 1
              MOVE WS-YB(WS-BIT) TO WS-RB(WS-BIT)
           ELSE
              MOVE WS-ZB(WS-BIT) TO WS-RB(WS-BIT)
           END-IF.

       570-MAJORITY.

           PERFORM 575-MAJORITY-ONE-BIT
               VARYING WS-BIT FROM 1 BY 1 UNTIL WS-BIT > 32.

       575-MAJORITY-ONE-BIT.

           COMPUTE WS-SUM = WS-XB(WS-BIT) + WS-YB(WS-BIT)
                          + WS-ZB(WS-BIT).
           MOVE WS-MAJORITY(WS-SUM + 1) TO WS-RB(WS-BIT).

       600-HEX-TO-BITS.

           PERFORM 605-HEX-DIGIT-TO-BITS
               VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 8.

       605-HEX-DIGIT-TO-BITS.

           MOVE ZERO TO WS-D.
           INSPECT WS-HEX-DIGITS TALLYING WS-D
               FOR CHARACTERS BEFORE INITIAL WS-HEX-WORD(WS-N:1).
           COMPUTE WS-J = (WS-N - 1) * 4 + 1.
           MOVE WS-NIBBLE(WS-D + 1) TO WS-BITS-WORD(WS-J:4).

       610-BITS-TO-HEX.

           PERFORM 615-BITS-TO-HEX-DIGIT
               VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 8.

       615-BITS-TO-HEX-DIGIT.

           COMPUTE WS-J = (WS-N - 1) * 4 + 1.
           COMPUTE WS-D = WS-WB(WS-J) * 8 + WS-WB(WS-J + 1) * 4
                        + WS-WB(WS-J + 2) * 2 + WS-WB(WS-J + 3).
           MOVE WS-HEX-DIGIT(WS-D + 1) TO WS-HEX-WORD(WS-N:1).

       700-ADD.

      * R = X + Y modulo 2**32, low-order bit first.
           MOVE ZERO TO WS-CARRY.
           PERFORM 705-ADD-ONE-BIT
               VARYING WS-BIT FROM 32 BY -1 UNTIL WS-BIT < 1.

       705-ADD-ONE-BIT.

           COMPUTE WS-SUM = WS-XB(WS-BIT) + WS-YB(WS-BIT) + WS-CARRY.
           MOVE WS-PARITY(WS-SUM + 1) TO WS-RB(WS-BIT).
           MOVE WS-MAJORITY(WS-SUM + 1) TO WS-CARRY.

       800-ROTATE.

      * S = X rotated right WS-SHIFT places.
           MOVE WS-REG-X(33 - WS-SHIFT:WS-SHIFT)
               TO WS-REG-S(1:WS-SHIFT).
           MOVE WS-REG-X(1:32 - WS-SHIFT)
               TO WS-REG-S(WS-SHIFT + 1:32 - WS-SHIFT).

       810-SHIFT.

      * S = X shifted right WS-SHIFT places, zeros in from the left.
           MOVE ALL "0" TO WS-REG-S(1:WS-SHIFT).
           MOVE WS-REG-X(1:32 - WS-SHIFT)
               TO WS-REG-S(WS-SHIFT + 1:32 - WS-SHIFT).

       820-XOR-THREE.

      * R = A xor B xor C, the parity of the three bits.
           PERFORM 825-XOR-ONE-BIT
               VARYING WS-BIT FROM 1 BY 1 UNTIL WS-BIT > 32.

       825-XOR-ONE-BIT.

           COMPUTE WS-SUM = WS-AB(WS-BIT) + WS-BB(WS-BIT)
                          + WS-CB(WS-BIT).
           MOVE WS-PARITY(WS-SUM + 1) TO WS-RB(WS-BIT).

       900-WRAPUP.

           GOBACK.
      ******************************************************************
