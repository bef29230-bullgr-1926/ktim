           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

           select optional prtprof assign random file-name
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

       fd prtprof.
       01 prtprof-rec.

       77 aud-date-w pic 9(6).

       77  ach-try pic 99.
       77  ach-wait pic 9(4) comp-5.
       77  ach-i pic 9(3).
       77  ach-sum pic 9(11).
       77  ach-q pic 9(11).
       01  ach-byte pic x comp-x.
       01  ach-char redefines ach-byte pic x.

       77 lock-count pic 99.
       77 lock-wait pic 9(4) comp-5.

       01  file-used.
           02 fparam pic x(12) value "param.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 fprof pic x(12) value "prtprof.dat".

       01  file-name pic x(29).
       01  file-status.
           02 param-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 prf-stat pic xx.
           02 file-stat pic xx.

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

           if pm-dun-min not numeric or pm-dun-days not numeric
              perform dun-defaults.

           if pm-vat-cat not numeric move 93 to pm-vat-cat.
           if pm-car-cat not numeric move 94 to pm-car-cat.
           if pm-chg-eod not = "N" move "O" to pm-chg-eod.
           if pm-apr-on not = "N" move "O" to pm-apr-on.
           if pm-apr-kin not numeric move 5000 to pm-apr-kin.
           if pm-apr-days not numeric or pm-apr-days = 0
              move 3 to pm-apr-days.
           if pm-apr-lvl not numeric or pm-apr-lvl = 0
              move 4 to pm-apr-lvl.
           if pm-con-cat not numeric move 95 to pm-con-cat.
           if pm-con-days not numeric or pm-con-days = 0
              move 30 to pm-con-days.
           if pm-tkt-cat not numeric move 96 to pm-tkt-cat.
           if pm-tkt-disp not numeric move 1 to pm-tkt-disp.

           move params-rec to audit-before.

           perform values-box.
                     perform clean-box
                     perform values-box
                     go a1
              when 3 perform job-menu thru job-menu-ex
                     perform clean-box
                     perform values-box
                     go a1
              when 4 perform save-routin
              when 53 continue
              when other go a1
              when other go a6-2
           end-evaluate.

       a6-3.
           accept pm-vat-cat line 10 position 65 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box perform clean-box go telos-1
              when 4 perform save-routin
              when 52 go a6-2
              when other go a6-3
           end-evaluate.

       a7.
           accept pm-lock-max line 11 position 33 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box perform clean-box go telos-1
              when 4 perform save-routin
              when 52 go a6-3
              when other go a7
           end-evaluate.

              when other go a7-2
           end-evaluate.

       a7-3.
           accept pm-car-cat line 11 position 65 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box perform clean-box go telos-1
              when 4 perform save-routin
              when 52 go a7-2
              when other go a7-3
           end-evaluate.

       a8.
           accept pm-co1-name line 12 position 33 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box perform clean-box go telos-1
              when 4 perform save-routin
              when 52 go a7-3
              when other go a8
           end-evaluate.

           move audit-before to aud-before.
           move params-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       save-box.
           if params-rec = audit-before go save-box-ex.
                   "EPAGELMA CATEGORY.:" line 9 position 14
                   "KINHSH CATEGORY...:" line 10 position 14
                   "STATUS CAT:" line 10 position 40
                   "FPA CAT:" line 10 position 56
                   "LOCK RETRIES......:" line 11 position 14
                   "PASS DAYS.:" line 11 position 40
                   "AYT CAT:" line 11 position 56
                   "ETAIRIA 1.........:" line 12 position 14
                   "PATH 1............:" line 13 position 14
                   "ETAIRIA 2.........:" line 14 position 14
                   "PATH 2............:" line 15 position 14
                   "ESC=EXODOS F4=EGGRAFH F2=PROFILES F3=ERGASIES"
                                                 line 16 position 14

                   bc-line line 18 position 14 size 58 control nor-cnt.

                   pm-epag-cat line 9 position 33
                   pm-kin-cat line 10 position 33
                   pm-sta-cat line 10 position 52
                   pm-vat-cat line 10 position 65
                   pm-lock-max line 11 position 33
                   pm-pass-days line 11 position 52
                   pm-car-cat line 11 position 65
                   pm-co1-name line 12 position 33 size 30
                   pm-co1-disk line 13 position 33
                   pm-co1-rest line 13 position 37
                   pm-co2-disk line 15 position 33
                   pm-co2-rest line 15 position 37.

       dun-defaults.
           move 100 to pm-dun-min.
           move 30 to pm-dun-days.
           move 15 to pm-dun-gap.
           move 901 to pm-dun-ltr1.
           move 902 to pm-dun-ltr2.
           move 903 to pm-dun-ltr3.

       job-menu.
           perform job-box.

       jb-a1.
           accept pm-dun-min line 6 position 35 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go job-menu-ex
              when 4 perform save-routin
              when 53 continue
              when other go jb-a1
           end-evaluate.

       jb-a2.
           accept pm-dun-days line 7 position 35 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go job-menu-ex
              when 4 perform save-routin
              when 52 go jb-a1
              when other go jb-a2
           end-evaluate.

       jb-a2-2.
           accept pm-tkt-cat line 7 position 52 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go job-menu-ex
              when 4 perform save-routin
              when 52 go jb-a2
              when other go jb-a2-2
           end-evaluate.

       jb-a3.
           accept pm-dun-gap line 8 position 35 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go job-menu-ex
              when 4 perform save-routin
              when 52 go jb-a2-2
              when other go jb-a3
           end-evaluate.

       jb-a3-2.
           accept pm-tkt-disp line 8 position 52 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go job-menu-ex
              when 4 perform save-routin
              when 52 go jb-a3
              when other go jb-a3-2
           end-evaluate.

       jb-a4.
           accept pm-dun-ltr1 line 9 position 35 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go job-menu-ex
              when 4 perform save-routin
              when 52 go jb-a3-2
              when other go jb-a4
           end-evaluate.

       jb-a5.
           accept pm-dun-ltr2 line 9 position 40 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go job-menu-ex
              when 4 perform save-routin
              when 52 go jb-a4
              when other go jb-a5
           end-evaluate.

       jb-a6.
           accept pm-dun-ltr3 line 9 position 45 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go job-menu-ex
              when 4 perform save-routin
              when 52 go jb-a5
              when 53 continue
              when other go jb-a6
           end-evaluate.

       jb-a6-2.
           accept pm-con-cat line 10 position 35 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go job-menu-ex
              when 4 perform save-routin
              when 52 go jb-a6
              when other go jb-a6-2
           end-evaluate.

       jb-a6-3.
           accept pm-con-days line 10 position 49 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go job-menu-ex
              when 4 perform save-routin
              when 52 go jb-a6-2
              when other go jb-a6-3
           end-evaluate.

           if pm-con-days = 0 go jb-a6-3.

       jb-a7.
           accept pm-chg-eod line 12 position 35 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go job-menu-ex
              when 4 perform save-routin
              when 52 go jb-a6-3
              when other go jb-a7
           end-evaluate.

           if pm-chg-eod = "n" move "N" to pm-chg-eod.
           if pm-chg-eod = "o" move "O" to pm-chg-eod.
           if pm-chg-eod not = "N" and not = "O" go jb-a7.

       jb-a8.
           accept pm-apr-on line 13 position 35 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go job-menu-ex
              when 4 perform save-routin
              when 52 go jb-a7
              when other go jb-a8
           end-evaluate.

           if pm-apr-on = "n" move "N" to pm-apr-on.
           if pm-apr-on = "o" move "O" to pm-apr-on.
           if pm-apr-on not = "N" and not = "O" go jb-a8.

       jb-a9.
           accept pm-apr-lvl line 13 position 49 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go job-menu-ex
              when 4 perform save-routin
              when 52 go jb-a8
              when other go jb-a9
           end-evaluate.

           if pm-apr-lvl < 2 go jb-a9.

       jb-a10.
           accept pm-apr-kin line 14 position 35 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go job-menu-ex
              when 4 perform save-routin
              when 52 go jb-a9
              when other go jb-a10
           end-evaluate.

       jb-a11.
           accept pm-apr-days line 15 position 35 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go job-menu-ex
              when 4 perform save-routin
              when 52 go jb-a10
              when other go jb-a11
           end-evaluate.

           if pm-apr-days = 0 go jb-a11.

           go jb-a1.

       job-menu-ex.
           exit.

       job-box.
           move c-name(6) to bc. move c-name(8) to fc.
           display
           "############### PARAMETROI ERGASIWN ######################"
                   line 4 position 12 control col-cnt.

           perform varying x from 5 by 1 until x > 16
           display
           "#                                                        #"
                   line x position 12
           end-perform.
           display
           "##########################################################"
                   line 17 position 12

                   "YPENTHYMISEIS" line 5 position 14
                   "ELAX. POSO........:" line 6 position 14
                   "HMERES PISTWSHS...:" line 7 position 14
                   "HMERES METAXY.....:" line 8 position 14
                   "AITHMATA CAT:" line 7 position 39
                   "DIAFORA TYP.:" line 8 position 39
                   "GRAMMATA 1/2/TEL..:" line 9 position 14
                   "SYMBOLAIA CAT.....:" line 10 position 14
                   "HMERES:" line 10 position 40
                   "PAGIA" line 11 position 14
                   "STO TELOS HMERAS..:" line 12 position 14
                   "(N/O)" line 12 position 38
                   "EGKRISEIS (N/O)...:" line 13 position 14
                   "EPIPEDO:" line 13 position 40
                   "ORIO KINHSHS......:" line 14 position 14
                   "LHXH (HMERES).....:" line 15 position 14
                   "ESC=EPISTROFH F4=EGGRAFH" line 16 position 14

                   bc-line line 18 position 14 size 58 control nor-cnt.

           perform varying x from 5 by 1 until x > 17
           display bc-line line x position 70 size 2 control nor-cnt
           end-perform.

           move c-name(6) to bc. move c-name(7) to fc.
           display pm-dun-min line 6 position 35 control col-cnt
                   pm-dun-days line 7 position 35
                   pm-dun-gap line 8 position 35
                   pm-tkt-cat line 7 position 52
                   pm-tkt-disp line 8 position 52
                   pm-dun-ltr1 line 9 position 35
                   pm-dun-ltr2 line 9 position 40
                   pm-dun-ltr3 line 9 position 45
                   pm-con-cat line 10 position 35
                   pm-con-days line 10 position 49
                   pm-chg-eod line 12 position 35
                   pm-apr-on line 13 position 35
                   pm-apr-lvl line 13 position 49
                   pm-apr-kin line 14 position 35
                   pm-apr-days line 15 position 35.

       prof-menu.
           move fprof to fl-nam.
           open i-o prtprof.
       brk.
           exit.

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
