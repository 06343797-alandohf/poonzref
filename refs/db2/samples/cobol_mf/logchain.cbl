      ** OUTPUT FILE: logchain.out (available in the online documentation)
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     the reduction modulo 100000000 is now a DIVIDE with a
      **     REMAINDER into an integer quotient.  the old COMPUTE
      **     relied on the intermediate quotient being truncated
      **     to a whole number; where the fraction was carried
      **     through, every fold came back as zero.  the value is
      **     the same wherever the quotient was truncated.  the
      **     control-file distribution (ctldist, ctlapply) now
      **     takes its content check from here too.
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       01 hash-byte-x          pic x.
       01 hash-byte-n redefines hash-byte-x pic 99 comp-x.
       77 check-num            pic 9(8).
       77 hash-quotient        pic s9(18) comp-5.

       Linkage Section.
       01  lk-prev-check       pic x(8).
              varying byte-idx from 1 by 1
              until byte-idx > lk-record-len.

           divide hash-accum by 100000000 giving hash-quotient
              remainder check-num.
           move check-num to lk-check-out.

       end-logchain. goback.
       fold-prev-byte section.
           move lk-prev-check(byte-idx:1) to hash-byte-x.
           compute hash-accum = hash-accum * 31 + hash-byte-n.
           divide hash-accum by 100000000 giving hash-quotient
              remainder hash-accum.
       end-fold-prev-byte. exit.

       fold-record-byte section.
           move lk-record(byte-idx:1) to hash-byte-x.
           compute hash-accum = hash-accum * 31 + hash-byte-n.
           divide hash-accum by 100000000 giving hash-quotient
              remainder hash-accum.
       end-fold-record-byte. exit.
