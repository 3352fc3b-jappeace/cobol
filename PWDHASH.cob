      * OPERATOR PASSWORD HASH, CALLED BY SIGN-ON AND OPERMNT
       >>SOURCE FORMAT IS FREE
       identification division.
       program-id. PWDHASH.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       data division.
       working-storage section.
      *> the operator id salts the hash so two operators given the
      *> same password do not carry the same value on the master
       01 ws-hash-input pic x(28).
       01 ws-hash-len usage binary-long value 28.
       01 ws-hash-idx usage binary-long.
       01 ws-hash-round usage binary-long.
       01 ws-hash-rounds usage binary-long value 64.
       01 ws-hash-char usage binary-long.
       01 ws-hash-a pic 9(8).
       01 ws-hash-b pic 9(8).
       01 ws-hash-work pic 9(18).
       01 ws-hash-out.
           05 ws-hash-out-a pic 9(8).
           05 ws-hash-out-b pic 9(8).

       linkage section.
       01 lk-oper-id pic x(8).
       01 lk-password pic x(20).
       01 lk-hash pic x(16).

       procedure division using lk-oper-id lk-password lk-hash.
       pwdhash-main.
           move spaces to ws-hash-input
           string lk-oper-id delimited by size
               lk-password delimited by size
               into ws-hash-input
           move 5381 to ws-hash-a
           move 52711 to ws-hash-b
           perform varying ws-hash-round from 1 by 1
                 until ws-hash-round > ws-hash-rounds
               perform varying ws-hash-idx from 1 by 1
                     until ws-hash-idx > ws-hash-len
                   compute ws-hash-char =
                       ord(ws-hash-input(ws-hash-idx:1))
                   compute ws-hash-work =
                       ws-hash-a * 33 + ws-hash-char + ws-hash-round
                   compute ws-hash-a = mod(ws-hash-work, 99999989)
                   compute ws-hash-work =
                       ws-hash-b * 131 + ws-hash-char * ws-hash-idx
                       + ws-hash-a
                   compute ws-hash-b = mod(ws-hash-work, 99999971)
               end-perform
           end-perform
           move ws-hash-a to ws-hash-out-a
           move ws-hash-b to ws-hash-out-b
           move ws-hash-out to lk-hash
           goback.
       end program PWDHASH.
