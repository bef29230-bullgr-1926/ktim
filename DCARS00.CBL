           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

           select optional opers assign random file-name
           organization indexed
           access dynamic
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

       fd audit label records omitted.
       01 audit-rec.
          02 aud-operator pic x(10).
          02 aud-before pic x(250).
          02 aud-after pic x(250).
          02 aud-seq pic 9(8).
          02 aud-chk pic 9(8).

       fd audchn.
       01 audchn-rec.
          02 ach-id pic x(8).
          02 ach-seq pic 9(8).
          02 ach-chk pic 9(8).
          02 ach-start pic 9(8).

       working-storage section.
       77  chr-ch pic 999 comp-5.

       77 aud-date-w pic 9(6).

       77  ach-try pic 99.
       77  ach-wait pic 9(4) comp-5.
       77  ach-i pic 9(3).
       77  ach-sum pic 9(11).
       77  ach-q pic 9(11).
       01  ach-byte pic x comp-x.
       01  ach-char redefines ach-byte pic x.

       01  files-used.
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 foper pic x(12) value "oper.dat".
           02 fparam pic x(12) value "param.dat".

       01  file-status.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 oper-stat pic xx.
           02 param-stat pic xx.

                move 3 to pm-bk-gens
                move "O" to pm-exp-elot
                move 92 to pm-sta-cat
                move 100 to pm-dun-min
                move 30 to pm-dun-days
                move 15 to pm-dun-gap
                move 901 to pm-dun-ltr1
                move 902 to pm-dun-ltr2
                move 903 to pm-dun-ltr3
                move 93 to pm-vat-cat
                move "O" to pm-chg-eod
                move 94 to pm-car-cat
                move "O" to pm-apr-on
                move 5000 to pm-apr-kin
                move 3 to pm-apr-days
                move 4 to pm-apr-lvl
                move 95 to pm-con-cat
                move 30 to pm-con-days
                move 96 to pm-tkt-cat
                move 1 to pm-tkt-disp
                write params-rec invalid continue end-write
           end-read.

           move spaces to aud-before. move old-ed-date to aud-before.
           move spaces to aud-after. move ed-date to aud-after.

           perform audit-chain thru audit-chain-ex.

       about-box.
           move c-name(8) to bc. move c-name(8) to fc.
            display bc-line line x position i size 35 control col-cnt
            end-perform.

       audit-chain.
           move fachn to fl-nam.
           open i-o audchn.
           move 0 to ach-try.

       audit-chain-2.
           move "AUDIT" to ach-id.
           read audchn invalid
                if ach-stat = "99" and ach-try < par-lock-max
                   add 1 to ach-try
                   perform audit-chain-wait
                   go audit-chain-2
                end-if
                if ach-stat = "99"
                   move 0 to aud-seq aud-chk
                   go audit-chain-3
                end-if
                move 0 to ach-seq ach-chk
                move aud-date to ach-start
                write audchn-rec invalid continue end-write
           end-read.

           add 1 to ach-seq.
           move ach-seq to aud-seq.
           move ach-chk to ach-sum.

           perform varying ach-i from 1 by 1 until ach-i > 563
              move audit-rec (ach-i:1) to ach-char
              compute ach-sum = ach-sum * 31 + ach-byte
              compute ach-q = ach-sum / 99999989
              compute ach-sum = ach-sum - ach-q * 99999989
           end-perform.

           move ach-sum to aud-chk ach-chk.

       audit-chain-3.
           move faudit to fl-nam.
           open extend audit.
           write audit-rec.
           close audit.

           if aud-seq not = 0
              rewrite audchn-rec invalid continue end-rewrite.

           close audchn.

       audit-chain-ex.
           exit.

       audit-chain-wait.
           perform varying ach-wait from 1 by 1 until ach-wait > 2000
           end-perform.

       century-date.
           if aud-date-w (1:2) > "87"
              compute aud-date = 19000000 + aud-date-w
