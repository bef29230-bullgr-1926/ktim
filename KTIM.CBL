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

       fd eodctl.
       01 eodctl-rec.
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

       fd sess label records omitted.
       01 sess-rec.

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
           02 fctl pic x(12) value "eodctl.dat".

       01  file-status.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 oper-stat pic xx.
           02 param-stat pic xx.
           02 ctl-stat pic xx.
          02 t pic 9(2).
          02 rt pic 9(2).
          02 mn pic 9 value 1.
          02 cs pic 9(2).
          02 g pic 9(2) value 1.
          02 p pic 9(2) value 4.
          02 s pic 9(2) value 6.
                value " METAFORA ETAIR.    ".
           02 pic x(20)
                value " TK MASTER          ".
           02 pic x(20)
                value " ANALYSH FPA        ".
           02 pic x(20)
                value " PAGIA              ".
           02 pic x(20)
                value " TRAPEZA            ".
           02 pic x(20)
                value " GL ANTISTOIXIES    ".
           02 pic x(20)
                value " GL EXAGWGH         ".
           02 pic x(20)
                value " YPENTHYMISEIS      ".
           02 pic x(20)
                value " EGKRISEIS          ".
           02 pic x(20)
                value " LHXEIS SYMBOL.     ".
           02 pic x(20)
                value " PROSWP. DEDOMENA   ".
           02 pic x(20)
                value " ANADIORGANWSH      ".
           02 pic x(20)
                value " MAZIKA MHNYMATA    ".
           02 pic x(20)
                value " AXIA PELATWN       ".
           02 pic x(20)
                value " PROYPOLOGISMOS     ".
           02 pic x(20)
                value " PROYP/PRAGMATIKA   ".
           02 pic x(20)
                value " PROGRAMMA DOSEWN   ".
           02 pic x(20)
                value " DOSEIS KATHYST.    ".
           02 pic x(20)
                value " EPERWTHSEIS        ".
           02 pic x(20)
                value " ALLAGES PELATWN    ".
           02 pic x(20)
                value " GHRANSH AITHM.     ".
           02 pic x(20)
                value " EIDH               ".
           02 pic x(20)
                value " TIMOLOGHSH         ".
           02 pic x(20)
                value " PWLHSEIS/EIDOS     ".

       01  redefines menu-options.
           02 m-opt pic x(20) occurs 60 times.

       01  opt-lns.
           02 pic x(26) value "03050703050305030405070809".
           02 pic x(30) value "030405060708030405060708091011".
           02 pic x(20) value "12131415161718192021".
           02 pic x(2) value "03".
           02 pic x(2) value "04".
           02 pic x(2) value "05".
           02 pic x(2) value "06".
           02 pic x(2) value "07".
           02 pic x(2) value "08".
           02 pic x(2) value "09".
           02 pic x(2) value "10".
           02 pic x(2) value "11".
           02 pic x(2) value "12".
           02 pic x(2) value "13".
           02 pic x(2) value "14".
           02 pic x(2) value "15".
           02 pic x(2) value "16".
           02 pic x(2) value "17".
           02 pic x(2) value "18".
           02 pic x(2) value "19".
           02 pic x(2) value "20".
           02 pic x(2) value "21".
           02 pic x(2) value "03".
           02 pic x(2) value "04".
           02 pic x(2) value "05".
       01  redefines opt-lns.
           02 o-ln pic 9(2) occurs 60 times.
       01  opt-pos.
           02 pic x(26) value "03030313132424363636363636".
           02 pic x(30) value "484848484848606060606060606060".
           02 pic x(20) value "60606060606060606060".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "42".
           02 pic x(2) value "24".
           02 pic x(2) value "24".
           02 pic x(2) value "24".
       01  redefines opt-pos.
           02 o-pos pic 9(2) occurs 60 times.
       01  opt-sizes.
           02 pic x(26) value "06071620202019101320081619".
           02 pic x(30) value "101208091507061610111010101311".
           02 pic x(20) value "09141009061213101610".
           02 pic x(2) value "12".
           02 pic x(2) value "06".
           02 pic x(2) value "08".
           02 pic x(2) value "16".
           02 pic x(2) value "11".
           02 pic x(2) value "14".
           02 pic x(2) value "11".
           02 pic x(2) value "15".
           02 pic x(2) value "17".
           02 pic x(2) value "14".
           02 pic x(2) value "16".
           02 pic x(2) value "13".
           02 pic x(2) value "15".
           02 pic x(2) value "17".
           02 pic x(2) value "17".
           02 pic x(2) value "16".
           02 pic x(2) value "12".
           02 pic x(2) value "16".
           02 pic x(2) value "15".
           02 pic x(2) value "05".
           02 pic x(2) value "11".
           02 pic x(2) value "15".
       01  redefines opt-sizes.
           02 o-sz pic 9(2) occurs 60 times.


       01 mnu-options.

           perform eod-warn thru eod-warn-ex.
           perform get-date thru get-date-ex.

           move "fudue" to prog.
           call pr-path using linkages.
           cancel pr-path.

           perform about-box.

       begin.
              when 38 move "tkmast" to prog
                      call pr-path using linkages

              when 39 move "fparep" to prog
                      call pr-path using linkages

              when 40 move "chg01" to prog
                      call pr-path using linkages

              when 41 move "bankrec" to prog
                      call pr-path using linkages

              when 42 move "glmap01" to prog
                      call pr-path using linkages

              when 43 move "glexp" to prog
                      call pr-path using linkages

              when 44 move "fudue" to prog
                      call pr-path using linkages

              when 45 move "appr01" to prog
                      call pr-path using linkages

              when 46 move "conexp" to prog
                      call pr-path using linkages

              when 47 move "dsubj" to prog
                      call pr-path using linkages

              when 48 move "reorg" to prog
                      call pr-path using linkages

              when 49 move "campmsg" to prog
                      call pr-path using linkages

              when 50 move "score" to prog
                      call pr-path using linkages

              when 51 move "budg01" to prog
                      call pr-path using linkages

              when 52 move "budrep" to prog
                      call pr-path using linkages

              when 53 move "plan01" to prog
                      call pr-path using linkages

              when 54 move "plandue" to prog
                      call pr-path using linkages

              when 55 move "qry01" to prog
                      call pr-path using linkages

              when 56 move "feed01" to prog
                      call pr-path using linkages

              when 57 move "tktage" to prog
                      call pr-path using linkages

              when 58 move "item01" to prog
                      call pr-path using linkages

              when 59 move "inv01" to prog
                      call pr-path using linkages

              when 60 move "invrep" to prog
                      call pr-path using linkages

              when other
                    go begin


       yp-box.
           move c-name(2) to bc. move c-name(8) to fc.
           display "##################" line 2 position 23
                                        control col-cnt
                   "######################################" line 2
                   position 41
                   "##################" line 22 position 23
                   "######################################" line 22
                   position 41.

           perform varying x from 3 by 1 until x > 21
           display "#                 " line x position 23
                   "#                                    #" line x
                   position 41
           end-perform.

           display bc-line line 23 position 25 size 56 low
                           control nor-cnt.
           perform varying x from 3 by 1 until x > 23
           display bc-line line x position 79 size 2 low
           end-perform.

           perform varying x from 20 by 1 until x > 60
           display m-opt(x) line o-ln(x) position o-pos(x) size o-sz(x)
                            control col-cnt
           end-perform.

           move yp to rt. move 20 to a. move 60 to t.
           go routin-box.

       boh-box.
                move 0 to pm-pass-days
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

              when 36 move 1 to req-level
              when 37 move 4 to req-level
              when 38 move 2 to req-level
              when 39 move 2 to req-level
              when 40 move 2 to req-level
              when 41 move 2 to req-level
              when 42 move 3 to req-level
              when 43 move 3 to req-level
              when 44 move 1 to req-level
              when 45 move 3 to req-level
              when 46 move 2 to req-level
              when 47 move 3 to req-level
              when 48 move 4 to req-level
              when 49 move 2 to req-level
              when 50 move 3 to req-level
              when 51 move 3 to req-level
              when 52 move 3 to req-level
              when 53 move 2 to req-level
              when 54 move 2 to req-level
              when 55 move 2 to req-level
              when 56 move 3 to req-level
              when 57 move 2 to req-level
              when 58 move 2 to req-level
              when 59 move 2 to req-level
              when 60 move 2 to req-level
              when other move 2 to req-level
           end-evaluate.

           move spaces to aud-before. move old-ed-date to aud-before.
           move spaces to aud-after. move ed-date to aud-after.

           perform audit-chain thru audit-chain-ex.

       about-box.
           move c-name(8) to bc. move c-name(8) to fc.
           end-perform.

       clean-box.
           move 40 to cs.

           evaluate mn
              when 1 move 01 to i
              when 2 move 10 to i
              when 3 move 23 to i
              when 4 move 35 to i
              when 5 move 41 to i
              when 6 move 23 to i move 58 to cs
           end-evaluate.

           move c-name(2) to bc. move c-name(8) to fc.
                               control col-cnt.
           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 2 by 1 until x > 23
           display bc-line line x position i size cs control col-cnt
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
