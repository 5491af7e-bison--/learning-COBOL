      *> ***************************************************************
      *>****c* copybooks/dstrule
      *> Purpose:
      *>   One row of the shop's daylight-saving rule file
      *>   (DSTRULE.DAT), read by dstspan.  Each row names one
      *>   changeover: dr-direction S for the spring-forward night,
      *>   F for the fall-back night.  A D row gives the date itself
      *>   (CCYYMMDD) and is keyed once a year alongside the shop
      *>   calendar; an R row gives the standing rule instead --
      *>   month, which week (1 to 5, or L for the last) and which
      *>   weekday (1 Monday through 7 Sunday) -- and covers every
      *>   year a D row does not.  dr-change-time is the local
      *>   wall-clock HHMMSS at which the clocks change, as read
      *>   before they change (020000 both ways for most shops);
      *>   dr-shift-minutes is how far they move (060).
      *> SOURCE
      *> ***************************************************************
       01 dst-rule-record.
           05 dr-kind           pic x(1).
               88 dr-dated-row value "D".
               88 dr-rule-row  value "R".
           05 dr-direction      pic x(1).
               88 dr-spring    value "S".
               88 dr-fall      value "F".
           05 dr-when           pic x(8).
           05 dr-when-rule redefines dr-when.
               10 dr-month      pic 9(2).
               10 dr-week       pic x(1).
               10 dr-weekday    pic 9(1).
               10 filler        pic x(4).
           05 dr-change-time    pic 9(6).
           05 dr-shift-minutes  pic 9(3).
      *>****
