      $set sourceformat"free"
       identification division.
       program-id. hashPassword.

       data division.
           working-storage section.
           *> Two running sums folded over the salted text many times
           *> over, each kept below its own 32-bit prime; the pair
           *> prints as twenty digits.
           01 HashRounds pic 9(4) value 500.
           01 Prime1 pic 9(10) value 4294967291.
           01 Prime2 pic 9(10) value 4294967279.
           01 hashText pic x(20).
           01 hash1 pic 9(18).
           01 hash2 pic 9(18).
           01 charCode pic 9(3).
           01 roundI pic 9(4).
           01 charI pic 9(2).
           01 hashDigits.
               02 hashOut1 pic 9(10).
               02 hashOut2 pic 9(10).

           linkage section.
           *> The operator ID: the same password hashes differently
           *> for two operators, so matching hashes give nothing away.
           01 hpSalt pic x(10).
           01 hpPassword pic x(10).
           01 hpHash pic x(20).

       procedure division using hpSalt hpPassword hpHash.

           *> The only place a password is turned into what gets
           *> stored; nothing keeps or compares the clear text.
           string hpSalt delimited by size
                  hpPassword delimited by size
               into hashText
           end-string
           move 2166136261 to hash1
           move 5381 to hash2
           perform varying roundI from 1 by 1 until roundI > HashRounds
               perform varying charI from 1 by 1 until charI > 20
                   compute charCode = function ord(hashText(charI:1))
                   compute hash1 = function mod(
                       hash1 * 16777619 + charCode + roundI, Prime1)
                   compute hash2 = function mod(
                       hash2 * 65599 + charCode * charI + hash1, Prime2)
               end-perform
           end-perform
           move hash1 to hashOut1
           move hash2 to hashOut2
           move hashDigits to hpHash

       goback.
