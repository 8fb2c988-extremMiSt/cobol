       IDENTIFICATION DIVISION.
       PROGRAM-ID. PinHash.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * One-way hash of an operator PIN, so OPERPIN.TXT never holds
      * a PIN in the clear. The operator id is folded in ahead of
      * the PIN, so two operators choosing the same PIN do not get
      * the same hash, and the mix is repeated over many rounds so
      * working back from a hash to a four-digit PIN by trying them
      * all is slow rather than instant.
       01 hash-work PIC X(16).
       01 hash-acc PIC 9(18).
       01 hash-round PIC 9(4).
       01 hash-idx PIC 9(2).
       01 hash-rounds PIC 9(4) VALUE 2000.
       01 hash-modulus PIC 9(10) VALUE 9999999967.
       LINKAGE SECTION.
       01 ph-oper PIC X(8).
       01 ph-pin PIC X(8).
       01 ph-hash PIC 9(10).
       PROCEDURE DIVISION USING ph-oper, ph-pin, ph-hash.
       MAIN SECTION.
           MOVE ph-oper TO hash-work(1:8).
           MOVE ph-pin TO hash-work(9:8).
           MOVE 7 TO hash-acc.
           PERFORM VARYING hash-round FROM 1 BY 1
              UNTIL hash-round > hash-rounds
              PERFORM VARYING hash-idx FROM 1 BY 1
                 UNTIL hash-idx > 16
                 COMPUTE hash-acc = FUNCTION MOD(hash-acc * 131
                    + FUNCTION ORD(hash-work(hash-idx:1))
                    + hash-round, hash-modulus)
              END-PERFORM
           END-PERFORM.
           MOVE hash-acc TO ph-hash.
           GOBACK.
       END PROGRAM PinHash.
