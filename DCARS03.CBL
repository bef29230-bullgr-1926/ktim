       id division.
       program-id. dcars03.
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

       working-storage section.
       77 chr-ch pic 9(3) comp-5.

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

       01  files-used.
           02 fcars pic x(12) value "cars.dat".
           02 fcarsrv pic x(12) value "carsrv.dat".
           02 fpel pic x(12) value "pel.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).

       77  sr-mode pic 9 value 1.
       77  sr-len pic 99.
       01  sr-value pic x(20).
       01  sr-key pic x(20).

       01  cl-tab.
           02 cl-ent occurs 100 times.
              03 cl-plate pic x(10).
              03 cl-make pic x(15).
              03 cl-model pic x(15).
              03 cl-year pic 9(4).
              03 cl-kod pic x(20).
       77  cl-used pic 9(3).
       77  cl-i pic 9(3).
       77  cl-top pic 9(3).
       77  cl-row pic 99.
       77  cl-pick pic 9(3).
       01  cl-used-ed pic zz9.

       01  cl-ln.
           02 cl-ln-no pic zz9.
           02 filler pic x value space.
           02 cl-ln-plate pic x(10).
           02 filler pic x value space.
           02 cl-ln-make pic x(12).
           02 filler pic x value space.
           02 cl-ln-model pic x(12).
           02 filler pic x value space.
           02 cl-ln-year pic 9(4).
           02 filler pic x value space.
           02 cl-ln-kod pic x(10).

       01  pel-name pic x(40).

       77  srv-cnt pic 9(5).
       77  srv-last pic 9(8).
       77  srv-km pic 9(7).
       77  srv-tot pic 9(9)v99.
       01  srv-cnt-ed pic zzzz9.
       01  srv-km-ed pic zzzzzz9.
       01  srv-tot-ed pic zzz,zzz,zz9.99.

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

           perform cl-box.
           move spaces to sr-value.

       begin-2.
           move c-name(3) to bc. move c-name(8) to fc.
           display inv-line line 18 position 10 size 56 control col-cnt.

       a1.
           accept sr-mode line 4 position 22 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go telos
              when other go a1
           end-evaluate.

           if sr-mode < 1 or sr-mode > 4 go a1.

       a2.
           accept sr-value line 5 position 22 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go telos
              when 52 go a1
              when other go a2
           end-evaluate.

           move 0 to sr-len.
           perform varying sr-len from 20 by -1
                   until sr-len = 0 or sr-value (sr-len:1) not = space
           end-perform.

           perform cl-load thru cl-load-ex.

           move cl-used to cl-used-ed.
           move c-name(3) to bc. move c-name(7) to fc.
           display "BRETHKAN:" line 5 position 45 control col-cnt
                   cl-used-ed line 5 position 55.

           if cl-used = 0
              move "KANENA OXHMA        " to inval-mess
              perform invalid-message
              perform cl-rows thru cl-rows-ex
              go a2.

           move 1 to cl-top.

       cl-disp.
           perform cl-rows thru cl-rows-ex.

       cl-sel.
           move c-name(3) to bc. move c-name(8) to fc.
           display inv-line line 18 position 14 size 52 control col-cnt.

           move 0 to cl-pick.
           accept cl-pick line 18 position 14
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 67 if cl-top > 10 subtract 10 from cl-top
                         go cl-disp
                      else go cl-sel
                      end-if
              when 68 if cl-top + 10 not > cl-used add 10 to cl-top
                         go cl-disp
                      else go cl-sel
                      end-if
              when other continue
           end-evaluate.

           if cl-pick = 0 or cl-pick > cl-used go cl-sel.

           perform detail-box thru detail-box-ex.

           perform cl-box.
           perform cl-head.
           go cl-disp.

       cl-load.
           move 0 to cl-used.
           initialize cl-tab.

           move fcars to fl-nam.
           open input cars.

           evaluate sr-mode
              when 1 move sr-value to car-plate
                     start cars key not < car-plate
                           invalid go cl-load-3
                     end-start
              when 2 move sr-value to car-kodikos
                     start cars key not < car-kodikos
                           invalid go cl-load-3
                     end-start
              when 3 move sr-value to car-chassis
                     start cars key not < car-chassis
                           invalid go cl-load-3
                     end-start
              when 4 move sr-value to car-make
                     start cars key not < car-make
                           invalid go cl-load-3
                     end-start
           end-evaluate.

       cl-load-2.
           read cars next record at end go cl-load-3.

           evaluate sr-mode
              when 1 move car-plate to sr-key
              when 2 move car-kodikos to sr-key
              when 3 move car-chassis to sr-key
              when 4 move car-make to sr-key
           end-evaluate.

           if sr-len > 0
              if sr-key (1:sr-len) not = sr-value (1:sr-len)
                 go cl-load-3.

           if cl-used = 100 go cl-load-3.

           add 1 to cl-used.
           move car-plate to cl-plate (cl-used).
           move car-make to cl-make (cl-used).
           move car-model to cl-model (cl-used).
           move car-year to cl-year (cl-used).
           move car-kodikos to cl-kod (cl-used).

           go cl-load-2.

       cl-load-3.
           close cars.

       cl-load-ex.
           exit.

       cl-rows.
           move cl-top to cl-i.
           move 8 to cl-row.

       cl-rows-2.
           if cl-row > 17 go cl-rows-ex.

           move c-name(3) to bc. move c-name(7) to fc.

           if cl-i > cl-used
              display inv-line line cl-row position 10 size 56
                      control col-cnt
           else
              move cl-i to cl-ln-no
              move cl-plate (cl-i) to cl-ln-plate
              move cl-make (cl-i) to cl-ln-make
              move cl-model (cl-i) to cl-ln-model
              move cl-year (cl-i) to cl-ln-year
              move cl-kod (cl-i) to cl-ln-kod
              display cl-ln line cl-row position 10 control col-cnt
           end-if.

           add 1 to cl-i. add 1 to cl-row.

           go cl-rows-2.

       cl-rows-ex.
           exit.

       detail-box.
           move fcars to fl-nam.
           open input cars.
           move cl-plate (cl-pick) to car-plate.
           read cars invalid close cars go detail-box-ex.
           close cars.

           move spaces to pel-name.
           move fpel to fl-nam.
           open input pelates.
           move car-kodikos to kodikos.
           read pelates invalid move "PELATHS DEN YPARXEI" to pel-name
                not invalid
                string epitheto delimited by "  "
                       " " delimited by size
                       onoma delimited by "  "
                       into pel-name
           end-read.
           close pelates.

           perform srv-sum thru srv-sum-ex.

           move c-name(2) to bc. move c-name(8) to fc.
           display
           "######################## OXHMA ###########################"
                   line 6 position 10 control col-cnt.

           perform varying x from 7 by 1 until x > 18
           display
           "#                                                        #"
                   line x position 10
           end-perform.

           display
           "##########################################################"
                   line 19 position 10

                   "PINAKIDA....:" line 7 position 12
                   "PELATHS.....:" line 8 position 12
                   "MARKA.......:" line 10 position 12
                   "MONTELO.....:" line 11 position 12
                   "ETOS........:" line 12 position 12
                   "PLAISIO.....:" line 13 position 12
                   "TYPOS.......:" line 14 position 12
                   "KATAXWRHSH..:" line 15 position 12
                   "SERVICE.....:" line 16 position 12
                   "TELEYTAIO...:" line 17 position 12
                   "KM:" line 17 position 40
                   "press a key" line 18 position 34.

           move car-date to car-date-x.
           perform date-edit.

           move c-name(2) to bc. move c-name(3) to fc.
           display car-plate line 7 position 26 control col-cnt
                   car-kodikos line 8 position 26
                   pel-name line 9 position 26 size 40
                   car-make line 10 position 26
                   car-model line 11 position 26
                   car-year line 12 position 26
                   car-chassis line 13 position 26
                   car-type line 14 position 26
                   ed-car-date line 15 position 26
                   srv-cnt-ed line 16 position 26
                   srv-tot-ed line 16 position 40.

           if srv-last not = 0
              move srv-last to car-date-x
              perform date-edit
              display ed-car-date line 17 position 26 control col-cnt
                      srv-km-ed line 17 position 44.

           accept flag line 24 position 80 no beep control acpt-col.

       detail-box-ex.
           exit.

       srv-sum.
           move 0 to srv-cnt srv-last srv-km srv-tot.

           move fcarsrv to fl-nam.
           open input carsrv.

           move car-plate to sv-plate.
           move 0 to sv-date sv-seq.

           start carsrv key not < sv-key
                 invalid go srv-sum-3.

       srv-sum-2.
           read carsrv next record at end go srv-sum-3.

           if sv-plate not = car-plate go srv-sum-3.

           add 1 to srv-cnt.
           add sv-cost to srv-tot.
           move sv-date to srv-last.
           move sv-km to srv-km.

           go srv-sum-2.

       srv-sum-3.
           close carsrv.

           move srv-cnt to srv-cnt-ed.
           move srv-km to srv-km-ed.
           move srv-tot to srv-tot-ed.

       srv-sum-ex.
           exit.

       date-edit.
           move cdt-dd to ed-car-dd. move cdt-mm to ed-car-mm.
           move cdt-yy to ed-car-yy.

       cl-head.
           move c-name(3) to bc. move c-name(8) to fc.
           display sr-mode line 4 position 22 control col-cnt
                   sr-value line 5 position 22.

           move cl-used to cl-used-ed.
           move c-name(3) to bc. move c-name(7) to fc.
           display "BRETHKAN:" line 5 position 45 control col-cnt
                   cl-used-ed line 5 position 55.

       cl-box.
           perform clean-box.

           move c-name(3) to bc. move c-name(8) to fc.
           display
           "################# ANAZHTHSH OXHMATWN ######################"
                   line 3 position 8 control col-cnt.

           perform varying x from 4 by 1 until x > 19
           display
           "#                                                         #"
                   line x position 8
           end-perform.

           display
           "###########################################################"
                   line 20 position 8

                   "ANAZHTHSH:" line 4 position 10
                   "1=PINAKIDA 2=PELATHS 3=PLAISIO 4=MARKA"
                   line 4 position 25
                   "TIMH.....:" line 5 position 10
           " AA PINAKIDA   MARKA        MONTELO      ETOS PELATHS"
                   line 7 position 10
                   "AA:" line 18 position 10
                   "PGUP-PGDN" line 20 position 12
                   "ESC" line 20 position 26.

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
