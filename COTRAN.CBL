           select optional audit-t assign random at-name
           status at-stat.

           select optional audchn-s assign random hs-name
           organization indexed
           access dynamic
           record key achs-id
           status hs-stat.

           select optional audchn-t assign random ht-name
           organization indexed
           access dynamic
           record key acht-id
           status ht-stat.

       data division.
       file section.
       fd params.
          02 pm-bk-gens pic 99.
          02 pm-exp-elot pic x.
          02 pm-sta-cat pic 99.
          02 pm-dun-min pic 9(7)v99.
          02 pm-dun-days pic 9(3).
          02 pm-dun-gap pic 9(3).
          02 pm-dun-ltr1 pic 9(3).
          02 pm-dun-ltr2 pic 9(3).
          02 pm-dun-ltr3 pic 9(3).
          02 pm-vat-cat pic 99.
          02 pm-chg-eod pic x.
          02 pm-car-cat pic 99.
          02 pm-apr-on pic x.
          02 pm-apr-kin pic 9(7)v99.
          02 pm-apr-days pic 9(3).
          02 pm-apr-lvl pic 9.
          02 pm-con-cat pic 99.
          02 pm-con-days pic 9(3).
          02 pm-tkt-cat pic 99.
          02 pm-tkt-disp pic 999.

       fd pelates-s.
       01 pelates-rec-s.
          02 aud-operator-s pic x(10).
          02 aud-before-s pic x(250).
          02 aud-after-s pic x(250).
          02 aud-seq-s pic 9(8).
          02 aud-chk-s pic 9(8).

       fd audit-t label records omitted.
       01 audit-rec-t.
          02 aud-operator-t pic x(10).
          02 aud-before-t pic x(250).
          02 aud-after-t pic x(250).
          02 aud-seq-t pic 9(8).
          02 aud-chk-t pic 9(8).

       fd audchn-s.
       01 audchn-rec-s.
          02 achs-id pic x(8).
          02 achs-seq pic 9(8).
          02 achs-chk pic 9(8).
          02 achs-start pic 9(8).

       fd audchn-t.
       01 audchn-rec-t.
          02 acht-id pic x(8).
          02 acht-seq pic 9(8).
          02 acht-chk pic 9(8).
          02 acht-start pic 9(8).

       working-storage section.
       77 chr-ch pic 9(3) comp-5.
       77 aud-date-n pic 9(8).
       77 aud-time-n pic 9(8).

       77  ach-try pic 99.
       77  ach-wait pic 9(4) comp-5.
       77  ach-i pic 9(3).
       77  ach-sum pic 9(11).
       77  ach-q pic 9(11).
       01  ach-byte pic x comp-x.
       01  ach-char redefines ach-byte pic x.
       01  ach-area pic x(563).

       77 synexeia pic x.
          88 syn-n values "N" "n".
          88 syn-o values "O" "o".
           02 sq-stat pic xx.
           02 as-stat pic xx.
           02 at-stat pic xx.
           02 hs-stat pic xx.
           02 ht-stat pic xx.

       01  files-used.
           02 fparam pic x(12) value "param.dat".
           02 fag pic x(12) value "pelag.dat".
           02 fctl pic x(12) value "ctrl.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".

       01  prm-name pic x(29).
       01  prm-fn redefines prm-name.
           03 at-rest pic x(15).
           03 at-nam pic x(12).

       01  hs-name pic x(29).
       01  hs-fn redefines hs-name.
           03 hs-disk pic xx.
           03 hs-rest pic x(15).
           03 hs-nam pic x(12).

       01  ht-name pic x(29).
       01  ht-fn redefines ht-name.
           03 ht-disk pic xx.
           03 ht-rest pic x(15).
           03 ht-nam pic x(12).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       77  co1-name-w pic x(30).
           move fag to gs-nam. move fag to gt-nam.
           move fctl to sq-nam.
           move faudit to as-nam. move faudit to at-nam.
           move as-name to hs-name. move at-name to ht-name.
           move fachn to hs-nam. move fachn to ht-nam.

           move c-name(3) to bc. move c-name(1) to fc.
           perform varying x from 8 by 1 until x > 13
           move aud-time-n to aud-time-s.
           move oper-code to aud-operator-s.

           perform audit-s-chain thru audit-s-chain-ex.

       audit-t-write.
           perform audit-stamp.
           move aud-time-n to aud-time-t.
           move oper-code to aud-operator-t.

           perform audit-t-chain thru audit-t-chain-ex.

       audit-s-chain.
           open i-o audchn-s.
           move 0 to ach-try.

       audit-s-chain-2.
           move "AUDIT" to achs-id.
           read audchn-s invalid
                if hs-stat = "99" and ach-try < par-lock-max
                   add 1 to ach-try
                   perform audit-chain-wait
                   go audit-s-chain-2
                end-if
                if hs-stat = "99"
                   move 0 to aud-seq-s aud-chk-s
                   go audit-s-chain-3
                end-if
                move 0 to achs-seq achs-chk
                move aud-date-s to achs-start
                write audchn-rec-s invalid continue end-write
           end-read.

           add 1 to achs-seq.
           move achs-seq to aud-seq-s.
           move audit-rec-s (1:563) to ach-area.
           move achs-chk to ach-sum.
           perform audit-hash.
           move ach-sum to aud-chk-s achs-chk.

       audit-s-chain-3.
           open extend audit-s.
           write audit-rec-s.
           close audit-s.

           if aud-seq-s not = 0
              rewrite audchn-rec-s invalid continue end-rewrite.

           close audchn-s.

       audit-s-chain-ex.
           exit.

       audit-t-chain.
           open i-o audchn-t.
           move 0 to ach-try.

       audit-t-chain-2.
           move "AUDIT" to acht-id.
           read audchn-t invalid
                if ht-stat = "99" and ach-try < par-lock-max
                   add 1 to ach-try
                   perform audit-chain-wait
                   go audit-t-chain-2
                end-if
                if ht-stat = "99"
                   move 0 to aud-seq-t aud-chk-t
                   go audit-t-chain-3
                end-if
                move 0 to acht-seq acht-chk
                move aud-date-t to acht-start
                write audchn-rec-t invalid continue end-write
           end-read.

           add 1 to acht-seq.
           move acht-seq to aud-seq-t.
           move audit-rec-t (1:563) to ach-area.
           move acht-chk to ach-sum.
           perform audit-hash.
           move ach-sum to aud-chk-t acht-chk.

       audit-t-chain-3.
           open extend audit-t.
           write audit-rec-t.
           close audit-t.

           if aud-seq-t not = 0
              rewrite audchn-rec-t invalid continue end-rewrite.

           close audchn-t.

       audit-t-chain-ex.
           exit.

       audit-hash.
           perform varying ach-i from 1 by 1 until ach-i > 563
              move ach-area (ach-i:1) to ach-char
              compute ach-sum = ach-sum * 31 + ach-byte
              compute ach-q = ach-sum / 99999989
              compute ach-sum = ach-sum - ach-q * 99999989
           end-perform.

       audit-chain-wait.
           perform varying ach-wait from 1 by 1 until ach-wait > 2000
           end-perform.

       audit-stamp.
           accept aud-date-w from date.
           if aud-date-w (1:2) > "87"
