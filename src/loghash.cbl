      *> ***************************************************************
      *>****p* samples/loghash
      *> Purpose:
      *>   The audit log's chaining hash.  Folds the caller's data
      *>   into a running 16-digit value: two independent 8-digit
      *>   lanes, each a multiply-and-add over the data's bytes
      *>   reduced modulo its own prime, seeded from the value the
      *>   caller passes in and handed back in the same field.  A
      *>   value that is not all digits (a record written before the
      *>   chain existed) seeds as zeros.  Not a cipher -- a
      *>   fingerprint that changes when any byte, or the order of
      *>   any two records, changes -- but computed identically by
      *>   every writer and by sealver, which is the whole point.
      *>   logger and appender chain each record through it, logseal
      *>   chains each day's seal, sealver recomputes both.
      *> Tectonics:
      *>   cobc -xj loghash.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. loghash.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       data division.
       working-storage section.
      *> the two lanes and their primes; the intermediate product
      *> stays well inside ten digits
       01 ws-lane-a pic 9(10).
       01 ws-lane-b pic 9(10).
       01 ws-prime-a pic 9(8) value 99999989.
       01 ws-prime-b pic 9(8) value 99999971.
       01 ws-byte-sub pic 9(3).

       01 ws-chain-out.
           05 ws-chain-out-a pic 9(8).
           05 ws-chain-out-b pic 9(8).

       linkage section.
      *> the running value: the previous one in, the new one out
       01 lk-chain-value pic x(16).

      *> the bytes to fold in; only the first lk-data-length count
       01 lk-data pic x(200).
       01 lk-data-length pic 9(3).

      *> *****************
       procedure division using lk-chain-value lk-data
               lk-data-length.
       move 0 to ws-lane-a
       move 0 to ws-lane-b
       if lk-chain-value is numeric
           move lk-chain-value(1:8) to ws-lane-a
           move lk-chain-value(9:8) to ws-lane-b
       end-if

       perform varying ws-byte-sub from 1 by 1
               until ws-byte-sub > lk-data-length
           compute ws-lane-a = mod(ws-lane-a * 31
               + ord(lk-data(ws-byte-sub:1)), ws-prime-a)
           compute ws-lane-b = mod(ws-lane-b * 37
               + ord(lk-data(ws-byte-sub:1)) + ws-byte-sub,
               ws-prime-b)
       end-perform

       move ws-lane-a to ws-chain-out-a
       move ws-lane-b to ws-chain-out-b
       move ws-chain-out to lk-chain-value
       goback.
      *>****
       end program loghash.
      *>****
