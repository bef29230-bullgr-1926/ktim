       id division.
       program-id. dcars01.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional cars assign random file-name
           organization indexed
           access dynamic
           record key car-plate
           alternate record key car-kodikos with duplicates
           alternate record key car-make with duplicates
           alternate record key car-chassis with duplicates
           status car-stat.

           select optional carsrv assign random file-name
           organization indexed
           access dynamic
           record key sv-key
           status sv-stat.

           select optional pelates assign random file-name
           organization indexed
           access dynamic
           record key kodikos
           status pel-stat.

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
       fd cars.
       01 cars-rec.
          02 car-plate pic x(10).
          02 car-kodikos pic x(20).
          02 car-make pic x(15).
          02 car-model pic x(15).
          02 car-year pic 9(4).
          02 car-chassis pic x(17).
          02 car-type pic x(15).
          02 car-date pic 9(8).

       fd carsrv.
       01 carsrv-rec.
          02 sv-key.
             03 sv-plate pic x(10).
             03 sv-date pic 9(8).
             03 sv-seq pic 9(3).
          02 sv-km pic 9(7).
          02 sv-descr pic x(40).
          02 sv-cost pic 9(7)v99.
          02 sv-oper pic x(10).

       fd pelates.
       01 pelates-rec.
          02 index-fields.
             03 kodikos pic x(20).
             03 onoma pic x(15).
             03 epitheto pic x(25).
          02 pelates-rest.
             03 dieythynsh pic x(35).
             03 afm pic x(8).
             03 telephone pic x(15).
             03 poli pic x(15).
             03 tk pic x(5).
             03 eorth-dd pic 99.
             03 eorth-mm pic 99.
             03 srch-epi pic x(25).
             03 pel-limit pic 9(7)v99.
             03 srch-tel pic x(15).
             03 pel-status pic x(15).

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
           02 inv-line pic x(80) value all spaces.

       01  num-var.
           02 flag pic 9.
           02 x pic 9999.

       01  save-var.
           02 s-kodikos pic x(20).
           02 s-make pic x(15).
           02 s-model pic x(15).
           02 s-year pic 9(4).
           02 s-chassis pic x(17).
           02 s-type pic x(15).

       77  car-cat pic 99 value 94.
       77  car-today pic 9(8).
       77  max-year pic 9(4).

       01  car-hold pic x(104).
       01  pel-name pic x(40).

       01  car-date-x pic 9(8).
       01  cdt redefines car-date-x.
           02 cdt-yy pic 9(4).
           02 cdt-mm pic 99.
           02 cdt-dd pic 99.

       01  ed-car-date.
           02 ed-car-dd pic 99.
           02 filler pic x value "/".
           02 ed-car-mm pic 99.
           02 filler pic x value "/".
           02 ed-car-yy pic 9(4).

       01  audit-before pic x(250).

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).
       01  valid-mess.
           02 val-stat pic 9.
           02 val-mess pic x(20).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       01  file-used.
           02 fcars pic x(12) value "cars.dat".
           02 fcarsrv pic x(12) value "carsrv.dat".
           02 fpel pic x(12) value "pel.dat".
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
           02 car-stat pic xx.
           02 sv-stat pic xx.
           02 pel-stat pic xx.
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

           move fparam to fl-nam.
           open input params.
           move "PARAMS" to pm-id.
           read params invalid initialize params-rec end-read.
           close params.
           if pm-car-cat numeric and pm-car-cat not = 0
              move pm-car-cat to car-cat.

           compute car-today = t-yy * 10000 + t-mm * 100 + t-dd.
           compute max-year = t-yy + 1.

           move fpel to fl-nam. open input pelates.
           move fcars to fl-nam. open i-o cars.
           perform values-box.

       begin-2.
           initialize cars-rec.
           move spaces to pel-name.

       a1.
           accept car-plate line 5 position 31 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go telos-1
              when other go a1
           end-evaluate.

           if car-plate = spaces go a1.

           perform find-rec thru find-rec-2.
           perform save-box-2.
           perform disp-info.

       a2.
           accept car-kodikos line 7 position 31 prompt "."
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

           perform owner-check thru owner-check-ex.
           if flag = 1 go a2.

       a3.
           accept car-make line 9 position 31 prompt "."
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
           accept car-model line 10 position 31 prompt "."
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
           accept car-year line 11 position 31 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 52 go a4
              when 53 continue
              when other go a5
           end-evaluate.

       a6.
           accept car-chassis line 12 position 31 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 52 go a5
              when 53 continue
              when other go a6
           end-evaluate.

       a7.
           accept car-type line 13 position 31 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 52 go a6
              when other go a7
           end-evaluate.

           go a2.

       save-routin.
           perform owner-check thru owner-check-ex.
           if flag = 1 go a2.

           if car-make = spaces
              move "MARKA KENH          " to inval-mess
              perform invalid-message
              go a3.

           if car-year not = 0
              if car-year < 1900 or car-year > max-year
                 move "LATHOS ETOS         " to inval-mess
                 perform invalid-message
                 go a5.

           perform chassis-check thru chassis-check-ex.
           if flag = 1 go a6.

           if car-type = spaces
              move "TYPOS KENOS         " to inval-mess
              perform invalid-message
              go a7.

           perform check-type thru check-type-ex.
           if flag = 1 go a7.

           if car-date = 0 move car-today to car-date.

           move 0 to lock-count.

       save-routin-2.
           write cars-rec invalid

                 rewrite cars-rec invalid

                         move car-stat to file-stat
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

           move cars-rec to audit-before.
           perform save-box-2.
           perform disp-info.

       save-routin-ex.
           exit.

       owner-check.
           move 0 to flag.
           move spaces to pel-name.

           move car-kodikos to kodikos.
           read pelates invalid
                move 1 to flag
                move "PELATHS DEN YPARXEI " to inval-mess
                perform invalid-message
                go owner-check-ex
           end-read.

           string epitheto delimited by "  "
                  " " delimited by size
                  onoma delimited by "  "
                  into pel-name.

       owner-check-ex.
           move c-name(6) to bc. move c-name(8) to fc.
           display pel-name line 8 position 31 size 38 control col-cnt.

       chassis-check.
           move 0 to flag.

           if car-chassis = spaces go chassis-check-ex.

           move cars-rec to car-hold.

           start cars key not < car-chassis
                 invalid go chassis-check-2.

           read cars next record at end go chassis-check-2.

           if car-chassis = car-hold (65:17)
              and car-plate not = car-hold (1:10)
              move 1 to flag.

       chassis-check-2.
           move car-hold to cars-rec.

           if flag = 1
              move "PLAISIO YPARXEI     " to inval-mess
              perform invalid-message.

       chassis-check-ex.
           exit.

       check-type.
           move 0 to flag.

           move fconst to fl-nam.
           open input const.

           move car-cat to cat-code. move zeros to type-code.

           start const key not < const-code
                 invalid go check-type-bad.

       check-type-2.
           read const next at end go check-type-bad.

           if cat-code not = car-cat go check-type-bad.

           if type-descr = car-type go check-type-ok.

           go check-type-2.

       check-type-ok.
           close const.
           go check-type-ex.

       check-type-bad.
           close const.
           move 1 to flag.
           move "TYPE NOT IN LIST    " to inval-mess.
           perform invalid-message.

       check-type-ex.
           continue.

       retry-delay.
           perform varying lock-wait from 1 by 1 until lock-wait > 2000
           end-perform.

       audit-write.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "dcars01" to aud-prog.
           move car-plate to aud-key.
           move oper-code to aud-operator.
           move cars-rec to aud-after.
           if aud-op = "U" or aud-op = "D"
              move audit-before to aud-before
                       else move spaces to aud-before
           end-if.

           perform audit-chain thru audit-chain-ex.

       dia.
           display "DELETE? (N/O):" line 15 position 31
                   control col-cnt.

           move "o" to synexeia.
           accept synexeia line 15 position 46 update tab blink.

           evaluate true
              when syn-n continue
              when syn-o go dia-ex
              when other go dia
           end-evaluate.

           perform srv-check thru srv-check-ex.
           if flag = 1
              move "YPARXEI ISTORIKO    " to inval-mess
              perform invalid-message
              go dia-ex.

           move 0 to lock-count.

       dia-3.
           delete cars invalid move car-stat to file-stat
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

           initialize cars-rec.

       dia-ex.
           display "              " line 15 position 31
                   control col-cnt.

       srv-check.
           move 0 to flag.

           move fcarsrv to fl-nam.
           open input carsrv.

           move car-plate to sv-plate.
           move 0 to sv-date sv-seq.

           start carsrv key not < sv-key
                 invalid close carsrv go srv-check-ex.

           read carsrv next record at end close carsrv
                                          go srv-check-ex.

           if sv-plate = car-plate move 1 to flag.

           close carsrv.

       srv-check-ex.
           exit.

       find-rec.
           move 0 to lock-count.

       find-rec-2.
           read cars invalid move car-stat to file-stat
                             if file-stat = "99"
                                and lock-count < par-lock-max
                                add 1 to lock-count
                                perform retry-delay
                                go find-rec-2
                             end-if
                             initialize car-kodikos car-make car-model
                                        car-year car-chassis car-type
                             move car-today to car-date

                   not invalid move 4 to val-stat
                               perform valid-info

           end-read.

           move cars-rec to audit-before.

           move spaces to pel-name.
           if car-kodikos not = spaces
              move car-kodikos to kodikos
              read pelates invalid continue
                   not invalid
                   string epitheto delimited by "  "
                          " " delimited by size
                          onoma delimited by "  "
                          into pel-name
              end-read
           end-if.

       disp-info.
           move car-date to car-date-x.
           move cdt-dd to ed-car-dd. move cdt-mm to ed-car-mm.
           move cdt-yy to ed-car-yy.

           move c-name(6) to bc. move c-name(8) to fc.
           display car-kodikos line 7 position 31 control col-cnt
                   pel-name line 8 position 31 size 38
                   car-make line 9 position 31
                   car-model line 10 position 31
                   car-year line 11 position 31
                   car-chassis line 12 position 31
                   car-type line 13 position 31
                   ed-car-date line 14 position 31.

       values-box.
           move c-name(6) to bc. move c-name(8) to fc.
           display
           "################### AYTOKINHTA ###########################"
                   line 3 position 12 control col-cnt.

           perform varying x from 4 by 1 until x > 17
           display
           "#                                                        #"
                   line x position 12
           end-perform.
           display
           "##########################################################"
                   line 18 position 12

                   "PINAKIDA....:" line 5 position 15
                   "PELATHS.....:" line 7 position 15
                   "MARKA.......:" line 9 position 15
                   "MONTELO.....:" line 10 position 15
                   "ETOS........:" line 11 position 15
                   "PLAISIO.....:" line 12 position 15
                   "TYPOS.......:" line 13 position 15
                   "KATAXWRHSH..:" line 14 position 15
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
           if car-kodikos = s-kodikos and car-make = s-make
              and car-model = s-model and car-year = s-year
              and car-chassis = s-chassis and car-type = s-type
              go save-box-ex.

           display "SAVE? (N/O):" line 15 position 31
                   control col-cnt.

           move "n" to synexeia.
           accept synexeia line 15 position 44 update tab blink.

           evaluate true
              when syn-n perform save-routin thru save-routin-ex
              when syn-o continue
              when other go save-box
           end-evaluate.

           display "            " line 15 position 31
                   control col-cnt.

       save-box-ex.
           exit.

       save-box-2.
           move car-kodikos to s-kodikos.
           move car-make to s-make.
           move car-model to s-model.
           move car-year to s-year.
           move car-chassis to s-chassis.
           move car-type to s-type.

       invalid-info.
           evaluate file-stat
              when "99"  move "RECORD IN USE, RETRY" to inval-mess
              when other move "FILE ERROR          " to inval-mess
           end-evaluate.
           perform invalid-message.

       valid-info.
           evaluate val-stat
              when 1  move "OXHMA EGRAFH        " to val-mess
              when 2  move "OXHMA ALLAXE        " to val-mess
              when 3  move "OXHMA ESBHSTH       " to val-mess
              when 4  move "OXHMA YPARXEI       " to val-mess.

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

       clean-box.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 3 by 1 until x > 22
           display bc-line line x position 5 size 71
                           control col-cnt
           end-perform.

       telos-1.
           close cars pelates.

       telos-2.
           goback.

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
