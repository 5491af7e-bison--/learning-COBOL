      *> ***************************************************************
      *>****p* samples/msgtext
      *> Purpose:
      *>   Message-catalog lookup subprogram.  Hands back the text and
      *>   default severity for a message ID out of MSGCAT.DAT
      *>   (msgcat.cpy), with the caller's substitution values
      *>   (msgvals.cpy) dropped into the template's &1, &2 and &3.
      *>   The catalog is read once, on the first call, and held for
      *>   the life of the run.  An ID not on the catalog -- or no
      *>   catalog at all -- comes back not-found with the ID and the
      *>   values strung together as the text and a severity taken
      *>   from the ID's last letter, so a caller that logs by ID
      *>   still says something useful; the caller decides whether
      *>   that is good enough, the same contract callook offers.
      *>   msglog and errhandle are the usual callers.
      *> Tectonics:
      *>   cobc -xj -I copybooks msgtext.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. msgtext.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select catfile
           assign to "MSGCAT.DAT"
           organization is line sequential
           file status is catfile-status
           .

       data division.
       file section.
       fd catfile.
           copy "msgcat.cpy".

       working-storage section.
       01 catfile-real pic xx.
       01 catfile-status redefines catfile-real pic 99.
       01 ws-eof-switch pic x(1) value "N".
           88 ws-eof value "Y".

      *> the catalog in storage, loaded on the first call only --
      *> working storage persists across CALLs
       01 ws-loaded-switch pic x(1) value "N".
           88 ws-catalog-loaded value "Y".
       01 ws-catalog-table.
           05 ws-catalog-entry occurs 300 times.
               10 ws-ct-msg-id   pic x(8).
               10 ws-ct-severity pic x(3).
               10 ws-ct-template pic x(60).
       01 ws-catalog-count pic 9(3) value 0.
       01 ws-catalog-sub pic 9(3) value 0.
       01 ws-found-sub pic 9(3) value 0.

      *> template walk: where we are in the template, how much of
      *> the text is built, which value a slot asks for
       01 ws-template pic x(60).
       01 ws-tp-sub pic 99.
       01 ws-out-len pic 99.
       01 ws-slot pic 9.
       01 ws-value pic x(20).
       01 ws-value-len pic 99.

       linkage section.
      *> the event's catalog ID, e.g. LGR0001I
       01 lk-msg-id pic x(8).

      *> up to three substitution values -- see msgvals.cpy
       01 lk-msg-values.
           05 lk-msg-value pic x(20) occurs 3 times.

      *> the message text built from the template
       01 lk-msg-text pic x(60).

      *> the catalog's default severity, INF/WRN/CRI
       01 lk-msg-severity pic x(3).

      *> "Y" when the ID was on the catalog
       01 lk-found-flag pic x(1).
           88 lk-msg-found value "Y".

      *> *****************
       procedure division using lk-msg-id lk-msg-values lk-msg-text
               lk-msg-severity lk-found-flag.
       if not ws-catalog-loaded
           perform load-catalog
       end-if

       move "N" to lk-found-flag
       move spaces to lk-msg-text
       move 0 to ws-found-sub
       perform varying ws-catalog-sub from 1 by 1
               until ws-catalog-sub > ws-catalog-count
                   or ws-found-sub > 0
           if ws-ct-msg-id(ws-catalog-sub) = lk-msg-id
               move ws-catalog-sub to ws-found-sub
           end-if
       end-perform

       if ws-found-sub = 0
           perform build-uncataloged-text
           goback
       end-if

       set lk-msg-found to true
       move ws-ct-severity(ws-found-sub) to lk-msg-severity
       move ws-ct-template(ws-found-sub) to ws-template
       perform fill-template
       goback.

      *> *****************
      *> the catalog as keyed; a row with no ID is skipped, and a
      *> missing file leaves an empty table -- every ID not-found
       load-catalog.
           set ws-catalog-loaded to true
           open input catfile
           if catfile-status not = 0
               exit paragraph
           end-if
           perform until ws-eof
               read catfile
                   at end set ws-eof to true
                   not at end
                       if mc-msg-id not = spaces
                               and ws-catalog-count < 300
                           add 1 to ws-catalog-count
                           move mc-msg-id
                               to ws-ct-msg-id(ws-catalog-count)
                           move mc-severity
                               to ws-ct-severity(ws-catalog-count)
                           move mc-template
                               to ws-ct-template(ws-catalog-count)
                       end-if
               end-read
           end-perform
           close catfile.

      *> *****************
      *> the template copied across a character at a time, each
      *> &1/&2/&3 replaced by its trimmed value; anything past
      *> sixty characters falls off the end, as a STRING would
       fill-template.
           move 0 to ws-out-len
           move 1 to ws-tp-sub
           perform until ws-tp-sub > 60 or ws-out-len >= 60
               if ws-template(ws-tp-sub:1) = "&"
                       and ws-tp-sub < 60
                       and ws-template(ws-tp-sub + 1:1) >= "1"
                       and ws-template(ws-tp-sub + 1:1) <= "3"
                   move ws-template(ws-tp-sub + 1:1) to ws-slot
                   move lk-msg-value(ws-slot) to ws-value
                   perform append-one-value
                   add 2 to ws-tp-sub
               else
                   add 1 to ws-out-len
                   move ws-template(ws-tp-sub:1)
                       to lk-msg-text(ws-out-len:1)
                   add 1 to ws-tp-sub
               end-if
           end-perform.

      *> *****************
       append-one-value.
           if ws-value = spaces
               exit paragraph
           end-if
           move length(trim(ws-value)) to ws-value-len
           if ws-out-len + ws-value-len > 60
               compute ws-value-len = 60 - ws-out-len
           end-if
           if ws-value-len > 0
               move trim(ws-value)
                   to lk-msg-text(ws-out-len + 1:ws-value-len)
               add ws-value-len to ws-out-len
           end-if.

      *> *****************
      *> an ID the catalog does not know: the ID and its values as
      *> they came, and the severity its last letter promises
       build-uncataloged-text.
           string lk-msg-id delimited by space
               " " trim(lk-msg-value(1)) delimited by size
               " " trim(lk-msg-value(2)) delimited by size
               " " trim(lk-msg-value(3)) delimited by size
               into lk-msg-text
           end-string
           evaluate lk-msg-id(8:1)
               when "C"
                   move "CRI" to lk-msg-severity
               when "W"
                   move "WRN" to lk-msg-severity
               when other
                   move "INF" to lk-msg-severity
           end-evaluate.
      *>****
       end program msgtext.
      *>****
