      *>   headings, fixed page length, end-of-report trailer --
      *>   this goes in the ops binder, it should look like a
      *>   production report.
      *>   rptpage prints every line under the shop's account-number
      *>   mask, so a log written before appender masked at source
      *>   still lists with its account numbers cut to the last
      *>   four digits.
      *> Tectonics:
      *>   cobc -xj -I copybooks logrpt.cbl
      *> SOURCE
