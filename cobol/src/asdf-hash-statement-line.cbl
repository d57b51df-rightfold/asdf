      *Folds one statement-archive line (asdf-statement-archive.cpy)
      *into a running checksum, the same chaining asdf-hash-entry
      *applies to ledger entries: the caller passes the value so far
      *(zero at the first line of a statement) and gets it back with
      *this line mixed in. asdf-monthly-statements seals each archived
      *statement with the result and asdf-reprint-statement refolds
      *the lines to prove the copy it prints is the one that was sent.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-hash-statement-line.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 ws-i                         PIC 9(4) COMP.
       01 ws-length                    PIC 9(4) COMP.
       01 ws-acc                       PIC 9(18) COMP.
      *Modulo 10**15, as in asdf-hash-entry, so the result always
      *fits the seal's checksum field.
       01 ws-modulus                   PIC 9(16) COMP
           VALUE 1000000000000000.

       LINKAGE SECTION.
       01 ls-chain                     PIC 9(15) COMP.
       COPY 'asdf-statement-archive.cpy' REPLACING ==:X:== BY ==ls==.

       PROCEDURE DIVISION USING ls-chain ls-statement-line.
       para-main.
           MOVE ls-chain TO ws-acc
           MOVE LENGTH OF ls-statement-line TO ws-length
           PERFORM para-fold-byte VARYING ws-i FROM 1 BY 1
               UNTIL ws-i > ws-length
           MOVE ws-acc TO ls-chain
           EXIT PROGRAM
           .

       para-fold-byte.
           COMPUTE ws-acc = FUNCTION MOD(
               ws-acc * 131
               + FUNCTION ORD(ls-statement-line(ws-i : 1)),
               ws-modulus)
           .
