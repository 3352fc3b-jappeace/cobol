      * AUDIT RECORD CHAIN CHECK VALUE, CALLED BY AUDSEQ AND AUDVRFY
       >>SOURCE FORMAT IS FREE
       identification division.
       program-id. AUDCHK.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       data division.
       working-storage section.
      *> the check covers every byte of the record up to and
      *> including aud-seq-no, seeded with the previous record's check
       01 ws-chk-len usage binary-long.
       01 ws-chk-idx usage binary-long.
       01 ws-chk-char usage binary-long.
       01 ws-chk-value pic 9(9).
       01 ws-chk-work pic 9(18).

       linkage section.
       01 lk-audit-record.
           copy "AUDITREC.cpy".
       01 lk-prior-check pic 9(9).
       01 lk-check pic 9(9).

       procedure division using lk-audit-record lk-prior-check
           lk-check.
       audchk-main.
           compute ws-chk-len = length of lk-audit-record
               - length of aud-check of lk-audit-record
           move lk-prior-check to ws-chk-value
           perform varying ws-chk-idx from 1 by 1
                 until ws-chk-idx > ws-chk-len
               compute ws-chk-char =
                   ord(lk-audit-record(ws-chk-idx:1))
               compute ws-chk-work =
                   ws-chk-value * 257 + ws-chk-char * ws-chk-idx
                   + 7919
               compute ws-chk-value = mod(ws-chk-work, 999999937)
           end-perform
           move ws-chk-value to lk-check
           goback.
       end program AUDCHK.
