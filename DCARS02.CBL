       id division.
       program-id. dcars02.
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

       77 synexeia pic x.
          88 syn-n values "N" "n".
          88 syn-o values "O" "o".

       01  str-var.
           02 bc-line pic x(80) value all "#".
           02 inv-line pic x(80) value all spaces.

       01  num-var.
           02 flag pic 9.
           02 x pic 9999.

       01  file-status.
           02 car-stat pic xx.
           02 sv-stat pic xx.
           02 pel-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.

       01  files-used.
           02 fcars pic x(12) value "cars.dat".
           02 fcarsrv pic x(12) value "carsrv.dat".
           02 fpel pic x(12) value "pel.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).

       77  sv-today pic 9(8).
       77  sv-before pic x(87).
       77  sv-plate-w pic x(10).
       77  sv-seq-w pic 9(3).

       01  sl-tab.
           02 sl-ent occurs 200 times.
              03 sl-key pic x(21).
              03 sl-date pic 9(8).
              03 sl-km pic 9(7).
              03 sl-descr pic x(40).
              03 sl-cost pic 9(7)v99.
       77  sl-used pic 9(3).
       77  sl-i pic 9(3).
       77  sl-top pic 9(3).
       77  sl-row pic 99.
       77  sl-pick pic 9(3).
       77  sl-tot pic 9(9)v99.
       01  sl-used-ed pic zz9.
       01  sl-tot-ed pic zzz,zzz,zz9.99.

       01  sl-ln.
           02 sl-ln-no pic zz9.
           02 filler pic x value space.
           02 sl-ln-date pic x(10).
           02 filler pic x value space.
           02 sl-ln-km pic zzzzzz9.
           02 filler pic x value space.
           02 sl-ln-descr pic x(22).
           02 filler pic x value space.
           02 sl-ln-cost pic zzzzzz9.99.

       01  pel-name pic x(40).
       01  car-descr pic x(31).

       01  new-km pic 9(7).
       01  new-descr pic x(40).
       01  new-cost pic 9(7)v99.
       01  new-cost-ed pic zzzzzz9.99.

       01  fi-date.
           02 fi-dd pic 99.
           02 fi-mm pic 99.
           02 fi-yy pic 9(4).

       01  dim-values.
           02 pic x(24) value "312831303130313130313031".
       01  redefines dim-values.
           02 dim pic 99 occurs 12 times.
       77  dt-q pic 9(4).
       77  dt-r pic 9(4).
       77  dt-lim pic 99.

       01  sv-date-x pic 9(8).
       01  sdt redefines sv-date-x.
           02 sdt-yy pic 9(4).
           02 sdt-mm pic 99.
           02 sdt-dd pic 99.

       01  ed-sv-date.
           02 ed-sv-dd pic 99.
           02 filler pic x value "/".
           02 ed-sv-mm pic 99.
           02 filler pic x value "/".
           02 ed-sv-yy pic 9(4).

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

           compute sv-today = t-yy * 10000 + t-mm * 100 + t-dd.

           perform sl-box.
           move spaces to sv-plate-w.

       begin-2.
           move c-name(3) to bc. move c-name(8) to fc.
           display inv-line line 4 position 21 size 10 control col-cnt
                   inv-line line 5 position 10 size 56.

       a1.
           accept sv-plate-w line 4 position 21 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go telos
              when other go a1
           end-evaluate.

           if sv-plate-w = spaces go a1.

           perform car-get thru car-get-ex.
           if flag = 1 go a1.

       sl-reload.
           perform sl-load thru sl-load-ex.

           move 1 to sl-top.
           if sl-used > 10 compute sl-top = sl-used - 9.

       sl-disp.
           perform sl-head.
           perform sl-rows thru sl-rows-ex.

       sl-sel.
           move c-name(3) to bc. move c-name(8) to fc.
           display inv-line line 18 position 14 size 52 control col-cnt
                   inv-line line 19 position 10 size 56.

           move 0 to sl-pick.
           accept sl-pick line 18 position 14
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 2 go sl-add
              when 67 if sl-top > 10 subtract 10 from sl-top
                         go sl-disp
                      else if sl-top > 1 move 1 to sl-top
                              go sl-disp
                           end-if
                           go sl-sel
                      end-if
              when 68 if sl-top + 10 not > sl-used add 10 to sl-top
                         go sl-disp
                      else go sl-sel
                      end-if
              when other continue
           end-evaluate.

           if sl-pick = 0 or sl-pick > sl-used go sl-sel.

           move c-name(3) to bc. move c-name(8) to fc.
           display sl-descr (sl-pick) line 19 position 10
                   control col-cnt.

       sl-act.
           move c-name(3) to bc. move c-name(7) to fc.
           display "F6=DIAGRAFH ESC=EPISTROFH"
                   line 18 position 19 size 40 control col-cnt.

           accept flag line 24 position 80 control acpt-col
           on exception chr-ch
           evaluate chr-ch
              when 27 go sl-sel
              when 6 go sl-del
              when other go sl-act
           end-evaluate.

           go sl-act.

       sl-del.
           move c-name(3) to bc. move c-name(8) to fc.
           display "DELETE? (N/O):" line 18 position 19 size 40
                   control col-cnt.

           move "o" to synexeia.
           accept synexeia line 18 position 34 update tab blink.

           if not syn-n go sl-sel.

           move fcarsrv to fl-nam.
           open i-o carsrv.
           move sl-key (sl-pick) to sv-key.
           read carsrv invalid close carsrv go sl-reload.

           move carsrv-rec to sv-before.

           delete carsrv invalid close carsrv go sl-reload.
           close carsrv.

           move "D" to aud-op.
           perform audit-write.

           go sl-reload.

       sl-add.
           move c-name(3) to bc. move c-name(8) to fc.
           display inv-line line 18 position 14 size 52 control col-cnt
                   "HMER/NIA:   /  /      KM:" line 18 position 10
                   "KOSTOS:" line 18 position 44
                   "PERIGRAFH:" line 19 position 10.

           move t-dd to fi-dd. move t-mm to fi-mm. move t-yy to fi-yy.
           move 0 to new-km new-cost.
           move spaces to new-descr.

       sl-add-a1.
           accept fi-dd line 18 position 20 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go sl-disp
              when other go sl-add-a1
           end-evaluate.

       sl-add-a2.
           accept fi-mm line 18 position 23 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go sl-disp
              when 52 go sl-add-a1
              when other go sl-add-a2
           end-evaluate.

       sl-add-a3.
           accept fi-yy line 18 position 26 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go sl-disp
              when 52 go sl-add-a2
              when other go sl-add-a3
           end-evaluate.

           perform date-check.
           if flag = 1 go sl-add-a1.

       sl-add-a4.
           accept new-km line 18 position 36 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go sl-disp
              when 52 go sl-add-a3
              when other go sl-add-a4
           end-evaluate.

       sl-add-a5.
           accept new-cost line 18 position 52 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go sl-disp
              when 52 go sl-add-a4
              when other go sl-add-a5
           end-evaluate.

           move new-cost to new-cost-ed.
           move c-name(3) to bc. move c-name(8) to fc.
           display new-cost-ed line 18 position 52 control col-cnt.

       sl-add-a6.
           accept new-descr line 19 position 21 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go sl-disp
              when 52 go sl-add-a5
              when other go sl-add-a6
           end-evaluate.

           if new-descr = spaces
              move "PERIGRAFH KENH      " to inval-mess
              perform invalid-message
              go sl-add-a6.

           move fcarsrv to fl-nam.
           open i-o carsrv.

           move 0 to sv-seq-w.

       sl-add-seq.
           move sv-plate-w to sv-plate.
           compute sv-date = fi-yy * 10000 + fi-mm * 100 + fi-dd.
           compute sv-seq = sv-seq-w + 1.

           start carsrv key not < sv-key
                 invalid go sl-add-put.

           read carsrv next record at end go sl-add-put.

           if sv-plate not = sv-plate-w go sl-add-put.
           if sv-date not = fi-yy * 10000 + fi-mm * 100 + fi-dd
              go sl-add-put.

           move sv-seq to sv-seq-w.

           go sl-add-seq.

       sl-add-put.
           move sv-plate-w to sv-plate.
           compute sv-date = fi-yy * 10000 + fi-mm * 100 + fi-dd.
           compute sv-seq = sv-seq-w + 1.
           move new-km to sv-km.
           move new-descr to sv-descr.
           move new-cost to sv-cost.
           move oper-code to sv-oper.

           write carsrv-rec invalid close carsrv
                                    go sl-reload end-write.
           close carsrv.

           move spaces to sv-before.
           move "A" to aud-op.
           perform audit-write.

           go sl-reload.

       car-get.
           move 0 to flag.

           move fcars to fl-nam.
           open input cars.
           move sv-plate-w to car-plate.
           read cars invalid
                close cars
                move 1 to flag
                move "OXHMA DEN YPARXEI   " to inval-mess
                perform invalid-message
                go car-get-ex
           end-read.
           close cars.

           move spaces to pel-name car-descr.
           string car-make delimited by "  "
                  " " delimited by size
                  car-model delimited by "  "
                  into car-descr.

           move fpel to fl-nam.
           open input pelates.
           move car-kodikos to kodikos.
           read pelates invalid continue
                not invalid
                string epitheto delimited by "  "
                       " " delimited by size
                       onoma delimited by "  "
                       into pel-name
           end-read.
           close pelates.

           move c-name(3) to bc. move c-name(7) to fc.
           display car-descr line 4 position 34 size 31 control col-cnt
                   pel-name line 5 position 10 size 56.

       car-get-ex.
           exit.

       sl-load.
           move 0 to sl-used sl-tot.
           initialize sl-tab.

           move fcarsrv to fl-nam.
           open input carsrv.

           move sv-plate-w to sv-plate.
           move 0 to sv-date sv-seq.

           start carsrv key not < sv-key
                 invalid go sl-load-3.

       sl-load-2.
           read carsrv next record at end go sl-load-3.

           if sv-plate not = sv-plate-w go sl-load-3.

           add sv-cost to sl-tot.

           if sl-used = 200 go sl-load-2.

           add 1 to sl-used.
           move sv-key to sl-key (sl-used).
           move sv-date to sl-date (sl-used).
           move sv-km to sl-km (sl-used).
           move sv-descr to sl-descr (sl-used).
           move sv-cost to sl-cost (sl-used).

           go sl-load-2.

       sl-load-3.
           close carsrv.

       sl-load-ex.
           exit.

       sl-head.
           move sl-used to sl-used-ed.
           move sl-tot to sl-tot-ed.
           move c-name(3) to bc. move c-name(7) to fc.
           display "EPISKEPSEIS:" line 6 position 10 control col-cnt
                   sl-used-ed line 6 position 23
                   "SYNOLO KOSTOYS:" line 6 position 36
                   sl-tot-ed line 6 position 52.

       sl-rows.
           move sl-top to sl-i.
           move 8 to sl-row.

       sl-rows-2.
           if sl-row > 17 go sl-rows-ex.

           move c-name(3) to bc. move c-name(7) to fc.

           if sl-i > sl-used
              display inv-line line sl-row position 10 size 56
                      control col-cnt
           else
              move sl-i to sl-ln-no
              move sl-date (sl-i) to sv-date-x
              perform date-edit
              move ed-sv-date to sl-ln-date
              move sl-km (sl-i) to sl-ln-km
              move sl-descr (sl-i) to sl-ln-descr
              move sl-cost (sl-i) to sl-ln-cost
              display sl-ln line sl-row position 10 control col-cnt
           end-if.

           add 1 to sl-i. add 1 to sl-row.

           go sl-rows-2.

       sl-rows-ex.
           exit.

       date-check.
           move 0 to flag.

           if fi-mm = 0 or fi-mm > 12 or fi-dd = 0
              move 1 to flag.

           if flag = 0
              move dim (fi-mm) to dt-lim
              if fi-mm = 2
                 divide fi-yy by 4 giving dt-q remainder dt-r
                 if dt-r = 0 move 29 to dt-lim end-if
                 divide fi-yy by 100 giving dt-q remainder dt-r
                 if dt-r = 0 move 28 to dt-lim end-if
                 divide fi-yy by 400 giving dt-q remainder dt-r
                 if dt-r = 0 move 29 to dt-lim end-if
              end-if
              if fi-dd > dt-lim move 1 to flag end-if
           end-if.

           if flag = 0
              if fi-yy * 10000 + fi-mm * 100 + fi-dd > sv-today
                 move 1 to flag.

           if flag = 1
              move "LATHOS HMEROMHNIA   " to inval-mess
              perform invalid-message.

       date-edit.
           move sdt-dd to ed-sv-dd. move sdt-mm to ed-sv-mm.
           move sdt-yy to ed-sv-yy.

       audit-write.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "dcars02" to aud-prog.
           move sv-plate-w to aud-key.
           move oper-code to aud-operator.
           move sv-before to aud-before.
           if aud-op = "D"
              move spaces to aud-after
           else
              move carsrv-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       sl-box.
           perform clean-box.

           move c-name(3) to bc. move c-name(8) to fc.
           display
           "################### ISTORIKO SERVICE ######################"
                   line 3 position 8 control col-cnt.

           perform varying x from 4 by 1 until x > 19
           display
           "#                                                         #"
                   line x position 8
           end-perform.

           display
           "###########################################################"
                   line 20 position 8

                   "PINAKIDA:" line 4 position 10
           " AA HMER/NIA        KM PERIGRAFH                  KOSTOS"
                   line 7 position 10
                   "AA:" line 18 position 10
                   "F2" line 20 position 12
                   "PGUP-PGDN" line 20 position 26
                   "ESC" line 20 position 40.

           move c-name(3) to bc. move c-name(7) to fc.
           display "NEA" line 20 position 15 control col-cnt
                   "EXODOS" line 20 position 44.

           display bc-line line 21 position 10 size 59 control nor-cnt.
           perform varying x from 4 by 1 until x > 20
           display bc-line line x position 67 size 2 control nor-cnt
           end-perform.

       invalid-message.
           move c-name(2) to bc. move c-name(3) to fc.
           display inval-mess line 22 position 15 control col-cnt.
           accept flag line 24 position 80 no beep control acpt-col.
           move c-name(4) to bc. move c-name(2) to fc.
           display bc-line line 22 position 15 size 20 control col-cnt.

       clean-box.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 3 by 1 until x > 22
           display bc-line line x position 5 size 71
                           control col-cnt
           end-perform.

       telos.
           perform clean-box.
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
