       IDENTIFICATION DIVISION.
       PROGRAM-ID. PinHash.

      *    One-way protected form of an operator PIN, shared by the
      *    PinGate sign-on check and OPERMNT (which sets initial and
      *    reset PINs). The operator ID salts the PIN, so two
      *    operators choosing the same PIN store different values,
      *    and the ID and PIN together are folded through 64 rounds
      *    of two multiplicative accumulators; only the resulting
      *    twelve digits are ever written to OPERREG. Nothing reads
      *    a PIN back -- a sign-on hashes what was typed and compares.
       DATA DIVISION.
       LOCAL-STORAGE SECTION.
       01 hash-source PIC X(16).
       01 acc-1 PIC 9(18) COMP.
       01 acc-2 PIC 9(18) COMP.
       01 char-val PIC 9(3) COMP.
       01 rnd PIC 9(3) COMP.
       01 i PIC 9(3) COMP.
       01 hash-digits PIC 9(12).

       LINKAGE SECTION.
       01 hash-id PIC X(8).
       01 hash-pin PIC X(8).
       01 hash-out PIC X(12).

       PROCEDURE DIVISION USING
         BY REFERENCE hash-id
         BY REFERENCE hash-pin
         BY REFERENCE hash-out.

           MOVE hash-id TO hash-source(1:8)
           MOVE hash-pin TO hash-source(9:8)
           MOVE 7 TO acc-1
           MOVE 1 TO acc-2
           PERFORM VARYING rnd FROM 1 BY 1 UNTIL rnd > 64
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > 16
                   COMPUTE char-val = FUNCTION ORD(hash-source(i:1))
                   COMPUTE acc-1 = FUNCTION MOD(
                       acc-1 * 131 + char-val + rnd, 999999999989)
                   COMPUTE acc-2 = FUNCTION MOD(
                       acc-2 * 257 + acc-1 + char-val, 999999937)
               END-PERFORM
           END-PERFORM
           COMPUTE hash-digits = FUNCTION MOD(
               acc-1 + acc-2 * 7919, 999999999989)
           MOVE hash-digits TO hash-out
           GOBACK.

       END PROGRAM PinHash.
