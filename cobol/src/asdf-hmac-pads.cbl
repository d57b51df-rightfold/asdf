      *Works out the two padded keys of HMAC-SHA256 (RFC 2104) for a
      *key of up to 64 bytes: the key, zero-filled to the 64-byte
      *block, XORed with 0x36 throughout for the inner pad and with
      *0x5C for the outer. The caller writes each to a file of its
      *own, and the MAC is then two plain digests -
      *  inner = SHA-256(inner pad, then the message)
      *  MAC   = SHA-256(outer pad, then inner)
      *- so openssl dgst never needs the key on its command line.
      *The key is its bytes up to the last non-space one, the same
      *value $(cat) would hand over from a one-line file.
      *
      *Arguments: the key (space-padded), the inner pad, the outer
      *pad.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-hmac-pads.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 ws-i                         PIC 9(4) COMP.
       01 ws-key-length                PIC 9(4) COMP.
       01 ws-byte                      PIC 9(4) COMP.
       01 ws-pad                       PIC 9(4) COMP.
       01 ws-a                         PIC 9(4) COMP.
       01 ws-b                         PIC 9(4) COMP.
       01 ws-a-bit                     PIC 9(4) COMP.
       01 ws-b-bit                     PIC 9(4) COMP.
       01 ws-bit                       PIC 9(4) COMP.
       01 ws-place                     PIC 9(4) COMP.
       01 ws-result                    PIC 9(4) COMP.

       LINKAGE SECTION.
       01 ls-key                       PIC X(64).
       01 ls-inner-pad                 PIC X(64).
       01 ls-outer-pad                 PIC X(64).

       PROCEDURE DIVISION USING ls-key ls-inner-pad ls-outer-pad.
       para-main.
           MOVE 0 TO ws-key-length
           IF ls-key IS NOT EQUAL TO SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ls-key TRAILING))
                   TO ws-key-length
           END-IF
           PERFORM para-pad-one VARYING ws-i FROM 1 BY 1
               UNTIL ws-i > 64
           EXIT PROGRAM
           .

      *Past the end of the key the byte is zero, so the pad byte
      *itself goes in.
       para-pad-one.
           MOVE 0 TO ws-byte
           IF ws-i IS NOT GREATER THAN ws-key-length THEN
               COMPUTE ws-byte = FUNCTION ORD(ls-key(ws-i:1)) - 1
           END-IF
           MOVE 54 TO ws-pad
           PERFORM para-xor-byte
           MOVE FUNCTION CHAR(ws-result + 1) TO ls-inner-pad(ws-i:1)
           MOVE 92 TO ws-pad
           PERFORM para-xor-byte
           MOVE FUNCTION CHAR(ws-result + 1) TO ls-outer-pad(ws-i:1)
           .

      *ws-result = ws-byte XOR ws-pad, one bit at a time from the
      *lowest.
       para-xor-byte.
           MOVE ws-byte TO ws-a
           MOVE ws-pad TO ws-b
           MOVE 0 TO ws-result
           MOVE 1 TO ws-place
           PERFORM para-xor-bit VARYING ws-bit FROM 1 BY 1
               UNTIL ws-bit > 8
           .

       para-xor-bit.
           DIVIDE ws-a BY 2 GIVING ws-a REMAINDER ws-a-bit
           DIVIDE ws-b BY 2 GIVING ws-b REMAINDER ws-b-bit
           IF ws-a-bit IS NOT EQUAL TO ws-b-bit THEN
               ADD ws-place TO ws-result
           END-IF
           MULTIPLY 2 BY ws-place
           .
