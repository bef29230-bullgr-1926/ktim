       id division.
       program-id. item01.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional items assign random file-name
           organization indexed
           access dynamic
           record key im-code
           status im-stat.

           select optional invline assign random file-name
           organization indexed
           access dynamic
           record key il-key
           alternate record key il-idx with duplicates
           status il-stat.

           select optional const assign random file-name
           organization indexed
           access dynamic
           record key const-code
           status const-stat.

           select optional params assign random file-name
           organization indexed
           access dynamic
           record key pm-id
           status param-stat.

           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

       data division.
       file section.
       fd items.
       01 item-rec.
          02 im-code pic x(10).
          02 im-descr pic x(30).
          02 im-unit pic x(5).
          02 im-price pic 9(7)v99.
          02 im-vat-code pic 999.
          02 im-active pic x.

       fd invline.
       01 invline-rec.
          02 il-key.
             03 il-no pic 9(6).
             03 il-line pic 99.
          02 il-idx.
             03 il-item pic x(10).
             03 il-date pic 9(8).
          02 il-descr pic x(30).
          02 il-unit pic x(5).
          02 il-qty pic 9(5)v99.
          02 il-price pic 9(7)v99.
          02 il-vat-code pic 999.
          02 il-vat-rate pic 99v99.
          02 il-net pic s9(7)v99.
          02 il-vat pic s9(7)v99.

       fd const.
       01 const-rec.
          02 const-code.
             03 cat-code pic 99.
             03 type-code pic 999.
          02 type-descr pic x(15).

       fd params.
       01 params-rec.
          02 pm-id pic x(8).
          02 pm-prog-disk pic xx.
          02 pm-prog-rest pic x(15).
          02 pm-data-disk pic xx.
          02 pm-data-rest pic x(15).
          02 pm-bk-disk pic xx.
          02 pm-bk-rest pic x(15).
          02 pm-prt-dev pic x(40).
          02 pm-epag-cat pic 99.
          02 pm-kin-cat pic 99.
          02 pm-lock-max pic 99.
          02 pm-co1-name pic x(30).
          02 pm-co1-disk pic xx.
          02 pm-co1-rest pic x(15).
          02 pm-co2-name pic x(30).
          02 pm-co2-disk pic xx.
          02 pm-co2-rest pic x(15).
          02 pm-pass-days pic 9(3).
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
          02 aud-date pic 9(8).
          02 aud-time pic 9(8).
          02 aud-op pic x.
          02 aud-prog pic x(8).
          02 aud-key pic x(20).
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
       77 chr-ch pic 9(3) comp-5.

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

       77 synexeia pic x.
          88 syn-n values "N" "n".
          88 syn-o values "O" "o".

       01  str-var.
           02 bc-line pic x(80) value all "#".
           02 und-line pic x(80) value all "_".

       01  num-var.
           02 flag pic 9.
           02 flag2 pic x.
           02 x pic 9999.

       01  save-var.
           02 s-descr pic x(30).
           02 s-unit pic x(5).
           02 s-price pic 9(7)v99.
           02 s-vat-code pic 999.
           02 s-active pic x.

       77  vat-cat pic 99 value 93.

       01  vat-descr.
           02 vd-int pic 99.
           02 vd-dot pic x.
           02 vd-dec pic 99.
           02 filler pic x(10).

       01  audit-before pic x(250).

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).
       01  valid-mess.
           02 val-stat pic 9.
           02 val-mess pic x(20).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       01  file-used.
           02 fitem pic x(12) value "item.dat".
           02 finvl pic x(12) value "invline.dat".
           02 fconst pic x(12) value "const.dat".
           02 fparam pic x(12) value "param.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic x(2).
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  file-status.
           02 im-stat pic xx.
           02 il-stat pic xx.
           02 const-stat pic xx.
           02 param-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 file-stat pic xx.

       01  color-table.
           02  pic x(7) value "black  ".
           02  pic x(7) value "blue   ".
           02  pic x(7) value "green  ".
           02  pic x(7) value "cyan   ".
           02  pic x(7) value "red    ".
           02  pic x(7) value "magenta".
           02  pic x(7) value "brown  ".
           02  pic x(7) value "white  ".
       01  redefines color-table.
           02  c-name pic x(7) occurs 8 times.

       01  control-value.
           02  col-cnt.
               03 pic x(5) value "high,".
               03 pic x(7) value "fcolor=".
               03 fc pic x(7).
               03 pic x(8) value ",bcolor=".
               03 bc pic x(7).

       01  nor-cnt.
           02  pic x(47) value "low,fcolor=white,bcolor=black".

       01 acpt-col.
          02 pic x(47) value "fcolor=black,bcolor=black".

       linkage section.
       01  linkages.
           02  paths.
               03  pr-path.
                   04 disk-path pic xx.
                   04 rest-path pic x(15).
                   04 prog pic x(12).
               03  fl-path.
                   04 fl-disk-path pic xx.
                   04 fl-rest-path pic x(15).
           02  today-day pic xx.
           02 today-date.
               03 t-dd pic 99. 03 t-mm pic 99.
               03 t-yy pic 9(4).
           02  ed-date.
               03 e-dd pic zz/. 03 e-mm pic zz/.
               03 e-yy pic zzzz.
           02  oper-code pic x(10).
           02  oper-level pic 9.
           02  sys-params.
               03 par-bk-disk pic xx.
               03 par-bk-rest pic x(15).
               03 par-prt-dev pic x(40).
               03 par-epag-cat pic 99.
               03 par-kin-cat pic 99.
               03 par-lock-max pic 99.
           02  etairia pic x(30).

       procedure division using linkages.

       begin.
           move fl-disk-path to fl-disk. move fl-rest-path to fl-rest.

           if oper-level < 2
              perform denied-box
              go telos-2.

           move fparam to fl-nam.
           open input params.
           move "PARAMS" to pm-id.
           read params invalid initialize params-rec end-read.
           close params.
           if pm-vat-cat numeric and pm-vat-cat not = 0
              move pm-vat-cat to vat-cat.

           move fitem to fl-nam. open i-o items.
           perform values-box.

       begin-2.
           initialize item-rec.

       a1.
           accept im-code line 6 position 31 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go telos-1
              when other go a1
           end-evaluate.

           if im-code = spaces go a1.

           perform find-rec thru find-rec-2.
           perform save-box-2.
           perform disp-info.

       a2.
           accept im-descr line 8 position 31 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 53 continue
              when other go a2
           end-evaluate.

       a3.
           accept im-unit line 9 position 31 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 52 go a2
              when 53 continue
              when other go a3
           end-evaluate.

       a4.
           accept im-price line 10 position 31 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 52 go a3
              when 53 continue
              when other go a4
           end-evaluate.

       a5.
           accept im-vat-code line 11 position 31 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 52 perform vat-show go a4
              when 53 perform vat-show go a6
              when other go a5
           end-evaluate.

           perform vat-show.

       a6.
           accept im-active line 12 position 31 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 52 go a5
              when other go a6
           end-evaluate.

           if im-active = "n" move "N" to im-active.
           if im-active = "o" move "O" to im-active.
           if im-active not = "N" and im-active not = "O" go a6.

           go a2.

       save-routin.
           if im-descr = spaces
              move "PERIGRAFH REQUIRED  " to inval-mess
              perform invalid-message
              go a2.

           if im-unit = spaces
              move "MONADA REQUIRED     " to inval-mess
              perform invalid-message
              go a3.

           perform check-vat thru check-vat-ex.
           if flag = 1 go a5.

           if im-active not = "N" and im-active not = "O"
              move "ENERGO: N / O       " to inval-mess
              perform invalid-message
              go a6.

           move 0 to lock-count.

       save-routin-2.
           write item-rec invalid

                 rewrite item-rec invalid

                         move im-stat to file-stat
                         if file-stat = "99"
                            and lock-count < par-lock-max
                            add 1 to lock-count
                            perform retry-delay
                            go save-routin-2
                         end-if
                         perform invalid-info

                 not invalid move 2 to val-stat perform valid-info
                             move "U" to aud-op perform audit-write

                 end-rewrite

           not invalid move 1 to val-stat perform valid-info
                       move "A" to aud-op perform audit-write
           end-write.

           move item-rec to audit-before.
           perform save-box-2.

       save-routin-ex.
           exit.

       check-vat.
           move 0 to flag.
           move spaces to type-descr.

           if im-vat-code = 0 go check-vat-ex.

           move fconst to fl-nam.
           open input const.
           move vat-cat to cat-code. move im-vat-code to type-code.
           read const invalid move spaces to type-descr
                              move 1 to flag
           end-read.
           close const.

           if flag = 1
              move "AGNWSTOS KWD. FPA   " to inval-mess
              perform invalid-message
              go check-vat-ex.

           move type-descr to vat-descr.

           if vd-int not numeric or vd-dot not = "."
              or vd-dec not numeric
              move 1 to flag
              move "LATHOS SYNTELESTHS  " to inval-mess
              perform invalid-message.

       check-vat-ex.
           exit.

       vat-show.
           move spaces to type-descr.

           if im-vat-code not = 0
              move fconst to fl-nam
              open input const
              move vat-cat to cat-code
              move im-vat-code to type-code
              read const invalid move spaces to type-descr end-read
              close const
           end-if.

           if im-vat-code = 0 move "XWRIS FPA" to type-descr.

           move c-name(6) to bc. move c-name(8) to fc.
           display type-descr line 11 position 37 control col-cnt.

       retry-delay.
           perform varying lock-wait from 1 by 1 until lock-wait > 2000
           end-perform.

       audit-write.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "item01" to aud-prog.
           move im-code to aud-key.
           move oper-code to aud-operator.
           move item-rec to aud-after.
           if aud-op = "U" or aud-op = "D"
              move audit-before to aud-before
                       else move spaces to aud-before
           end-if.

           perform audit-chain thru audit-chain-ex.

       dia.
           display "DELETE? (N/O):" line 14 position 31
                   control col-cnt.

           move "o" to synexeia.
           accept synexeia line 14 position 46 update tab blink.

           evaluate true
              when syn-n continue
              when syn-o go dia-ex
              when other go dia
           end-evaluate.

           perform item-used thru item-used-ex.

           if flag = 1
              move "EIDOS SE TIMOLOGIA  " to inval-mess
              perform invalid-message
              go dia-ex.

           move 0 to lock-count.

       dia-3.
           delete items invalid move im-stat to file-stat
                                if file-stat = "99"
                                   and lock-count < par-lock-max
                                   add 1 to lock-count
                                   perform retry-delay
                                   go dia-3
                                end-if
                                perform invalid-info

                      not invalid move 3 to val-stat
                                  perform valid-info
                                  move "D" to aud-op
                                  perform audit-write

           end-delete.

           initialize item-rec.

       dia-ex.
           display "              " line 14 position 31
                   control col-cnt.

       item-used.
           move 0 to flag.

           move finvl to fl-nam.
           open input invline.

           move im-code to il-item.
           move 0 to il-date.

           start invline key not < il-idx
                 invalid go item-used-2.

           read invline next record at end go item-used-2.

           if il-item = im-code move 1 to flag.

       item-used-2.
           close invline.

       item-used-ex.
           exit.

       find-rec.
           move 0 to lock-count.

       find-rec-2.
           read items invalid move im-stat to file-stat
                              if file-stat = "99"
                                 and lock-count < par-lock-max
                                 add 1 to lock-count
                                 perform retry-delay
                                 go find-rec-2
                              end-if
                              initialize im-descr im-unit im-price
                                         im-vat-code
                              move "N" to im-active

                    not invalid move 4 to val-stat
                                perform valid-info

           end-read.

           move item-rec to audit-before.

       disp-info.
           move c-name(6) to bc. move c-name(8) to fc.
           display im-descr line 8 position 31 control col-cnt
                   im-unit line 9 position 31
                   im-price line 10 position 31
                   im-vat-code line 11 position 31
                   im-active line 12 position 31.

           perform vat-show.

       values-box.
           move c-name(6) to bc. move c-name(8) to fc.
           display
           "################### EIDH TIMOLOGHSHS #####################"
                   line 3 position 12 control col-cnt.

           perform varying x from 4 by 1 until x > 17
           display
           "#                                                        #"
                   line x position 12
           end-perform.
           display
           "##########################################################"
                   line 18 position 12

                   "KWDIKOS.....:" line 6 position 15
                   "PERIGRAFH...:" line 8 position 15
                   "MONADA......:" line 9 position 15
                   "TIMH MONADAS:" line 10 position 15
                   "KWDIKOS FPA.:" line 11 position 15
                   "ENERGO (N/O):" line 12 position 15
                   "ESC" line 16 position 15
                   "F3" line 16 position 29
                   "F4" line 16 position 42
                   "F6" line 16 position 57.

           move c-name(3) to bc. move c-name(8) to fc.
           display "EXODOS" line 16 position 18 control col-cnt
                   "ALLOS " line 16 position 31
                   "EGGRAFH " line 16 position 45
                   "DIAGRAFH" line 16 position 60.

           display bc-line line 19 position 14 size 58 control nor-cnt
           perform varying x from 4 by 1 until x > 18
           display bc-line line x position 70 size 2 control nor-cnt
           end-perform.

       save-box.
           if im-descr = s-descr and im-unit = s-unit
              and im-price = s-price and im-vat-code = s-vat-code
              and im-active = s-active
              go save-box-ex.

           display "SAVE? (N/O):" line 14 position 31
                   control col-cnt.

           move "n" to synexeia.
           accept synexeia line 14 position 44 update tab blink.

           evaluate true
              when syn-n perform save-routin thru save-routin-ex
              when syn-o continue
              when other go save-box
           end-evaluate.

           display "            " line 14 position 31
                   control col-cnt.

       save-box-ex.
           exit.

       save-box-2.
           move im-descr to s-descr.
           move im-unit to s-unit.
           move im-price to s-price.
           move im-vat-code to s-vat-code.
           move im-active to s-active.

       invalid-info.
           evaluate file-stat
              when "99"  move "RECORD IN USE, RETRY" to inval-mess
              when other move "FILE ERROR          " to inval-mess
           end-evaluate.
           perform invalid-message.

       valid-info.
           evaluate val-stat
              when 1  move "EIDOS EGRAFH        " to val-mess
              when 2  move "EIDOS ALLAXE        " to val-mess
              when 3  move "EIDOS ESBHSTH       " to val-mess
              when 4  move "EIDOS YPARXEI       " to val-mess.

           move 0 to val-stat.

           perform valid-message.

       invalid-message.
           move c-name(2) to bc. move c-name(3) to fc.
           display inval-mess line 20 position 15 control col-cnt.
           accept flag line 24 position 80 no beep control acpt-col.
           move c-name(4) to bc. move c-name(2) to fc.
           display bc-line line 20 position 15 size 20 control col-cnt.

       valid-message.
           move c-name(2) to bc. move c-name(3) to fc.
           display val-mess line 20 position 15 control col-cnt.

       denied-box.
           move c-name(5) to bc. move c-name(8) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "##############################" line 13 position 24.

           display "DEN EPITREPETAI" line 11 position 31
                                     control col-cnt
                   "press a key" line 12 position 33
                                 control col-cnt.

           accept flag line 24 position 80 no beep control acpt-col.

           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 10 by 1 until x > 13
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

       clean-box.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 3 by 1 until x > 22
           display bc-line line x position 5 size 71
                           control col-cnt
           end-perform.

       telos-1.
           close items.

       telos-2.
           goback.

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
           else
              compute aud-date = 20000000 + aud-date-w.
