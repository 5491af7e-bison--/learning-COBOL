      *> ***************************************************************
      *>****p* samples/acctmask
      *> Purpose:
      *>   The shop's one account-number masking rule, CALLed
      *>   wherever text can carry an account number out of the
      *>   account files -- appender before a message reaches the
      *>   day's log, the log's export and display programs for
      *>   entries written before the rule existed, the staging
      *>   intake, the printed reports and the print spool.  Any
      *>   unbroken run of 13 or more digits in the text is taken
      *>   to be an account number (no account is shorter --
      *>   CHKBATCH rejects a shorter body, CHKGEN will not issue
      *>   one and preflite refuses a CHKPART.DAT length under 13;
      *>   dates, times, counts and the log's 12-digit timestamps
      *>   all stay under it) and every digit of the run
      *>   but its last four is overwritten with "*", so
      *>   123456789012345678 reads ****************5678.  The text
      *>   is masked in place.  The full number stays only on the
      *>   master, the intake and partner files, and a SUP's
      *>   ACCTINQ answer.
      *> Tectonics:
      *>   cobc -xj -I copybooks acctmask.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. acctmask.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       data division.
       working-storage section.
      *> the rule itself: how long a digit run has to be to count as
      *> an account number, and how many of its digits stay showing
       01 ws-account-run-min pic 99 value 13.
       01 ws-digits-shown pic 9 value 4.

       01 ws-text-sub pic 9(3).
       01 ws-run-start pic 9(3).
       01 ws-run-length pic 9(3).
       01 ws-mask-length pic 9(3).

       linkage section.
      *> the text to mask, masked in place; only the first
      *> lk-text-length bytes are looked at or touched
       01 lk-text pic x(256).
       01 lk-text-length pic 9(3).

      *> *****************
       procedure division using lk-text lk-text-length.
       move 0 to ws-run-length
       perform varying ws-text-sub from 1 by 1
               until ws-text-sub > lk-text-length
           if lk-text(ws-text-sub:1) is numeric
               if ws-run-length = 0
                   move ws-text-sub to ws-run-start
               end-if
               add 1 to ws-run-length
           else
               perform mask-one-run
               move 0 to ws-run-length
           end-if
       end-perform
       perform mask-one-run
       goback.

      *> *****************
      *> a digit run just ended: long enough to be an account
      *> number, and everything but its tail goes under the mask
       mask-one-run.
           if ws-run-length < ws-account-run-min
               exit paragraph
           end-if
           compute ws-mask-length = ws-run-length - ws-digits-shown
           move all "*" to lk-text(ws-run-start:ws-mask-length).
      *>****
       end program acctmask.
      *>****
