       id division.
       program-id. dcars05.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional pelates assign random file-name
           organization indexed
           access dynamic
           record key kodikos
           status pel-stat.

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

           select optional seqctl assign random file-name
           organization indexed
           access dynamic
           record key seq-id
           status seq-stat.

           select optional splctl assign random file-name
           organization indexed
           access dynamic
           record key spl-no
           status spl-stat2.

           select cr-prt assign print prt-device.

       data division.
       file section.
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

       fd seqctl.
       01 seqctl-rec.
          02 seq-id pic x(8).
          02 seq-next pic 9(8).

       fd splctl.
       01 splctl-rec.
          02 spl-no pic 9(6).
          02 spl-job pic x(12).
          02 spl-oper pic x(10).
          02 spl-date pic 9(8).
          02 spl-pages pic 9(4).
          02 spl-stat pic x.
          02 spl-dev pic x(40).

       fd cr-prt label records omitted.
       01 prt-rec pic x(132).

       working-storage section.
       77 chr-ch pic 9(3) comp-5.

       77 synexeia pic x.
          88 syn-n values "N" "n".
          88 syn-o values "O" "o".

       01  str-var.
           02 bc-line pic x(80) value all "#".

       01  num-var.
           02 flag pic 9.
           02 x pic 9999.

       01  file-status.
           02 pel-stat pic xx.
           02 car-stat pic xx.
           02 sv-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.

       01  files-used.
           02 fpel pic x(12) value "pel.dat".
           02 fcars pic x(12) value "cars.dat".
           02 fcarsrv pic x(12) value "carsrv.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       77  prt-device pic x(40) value "PRINTER".

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       77  cancel-flag pic 9 value 0.
          88 run-cancelled value 1.

       77  hist-flag pic x value "Y".
          88 with-history value "Y".

       01  rp-from pic x(20).
       01  rp-to pic x(20).

       77  pc-cars pic 9(5).
       77  pc-srv pic 9(5).
       77  pc-cost pic 9(9)v99.
       77  cc-srv pic 9(5).
       77  cc-cost pic 9(9)v99.
       77  gr-pel pic 9(5) value 0.
       77  gr-cars pic 9(5) value 0.
       77  gr-srv pic 9(5) value 0.
       77  gr-cost pic 9(9)v99 value 0.

       01  pel-name pic x(40).

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

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.

       77  spool-no pic 9(6).

       01  spf-name pic x(29).
       01  spf-fn redefines spf-name.
           03 spf-disk pic xx.
           03 spf-rest pic x(15).
           03 spf-nam pic x(12).

       01  spf-nam-w.
           02 filler pic x(2) value "sp".
           02 spf-num-w pic 9(6).
           02 filler pic x(4) value ".prt".

       01  prt-1.
           02 filler pic x(2) value spaces.
           02 today-date-1 pic x(10).
           02 filler pic x(10) value spaces.
           02 filler pic x(39) value "OXHMATA ANA PELATH".
           02 filler pic x(5) value "PAGE ".
           02 page-no-prt pic zz9.
           02 filler pic x(11) value spaces.

       01  prt-1b.
           02 filler pic x(2) value spaces.
           02 etairia-prt pic x(30).
           02 filler pic x(48) value spaces.

       01  prt-2.
           02 filler pic x(80) value all "-".

       01  prt-3.
           02 filler pic x(2) value spaces.
           02 filler pic x(11) value "PINAKIDA".
           02 filler pic x(16) value "MARKA".
           02 filler pic x(16) value "MONTELO".
           02 filler pic x(5) value "ETOS".
           02 filler pic x(30) value "PLAISIO".

       01  prt-5.
           02 filler pic x(9) value "PELATHS: ".
           02 kod-5 pic x(20).
           02 filler pic x value space.
           02 name-5 pic x(40).
           02 filler pic x(10) value spaces.

       01  prt-6.
           02 filler pic x(2) value spaces.
           02 plate-6 pic x(10).
           02 filler pic x value space.
           02 make-6 pic x(15).
           02 filler pic x value space.
           02 model-6 pic x(15).
           02 filler pic x value space.
           02 year-6 pic 9(4).
           02 filler pic x value space.
           02 chassis-6 pic x(17).
           02 filler pic x(13) value spaces.

       01  prt-7.
           02 filler pic x(6) value spaces.
           02 date-7 pic x(10).
           02 filler pic x value space.
           02 km-7 pic zzzzzz9.
           02 filler pic x value space.
           02 descr-7 pic x(40).
           02 filler pic x value space.
           02 cost-7 pic zzzzzz9.99.
           02 filler pic x(4) value spaces.

       01  prt-8.
           02 filler pic x(6) value spaces.
           02 filler pic x(20) value "EPISKEPSEIS".
           02 srv-8 pic zzzz9.
           02 filler pic x(24) value spaces.
           02 filler pic x(8) value "KOSTOS".
           02 cost-8 pic zzzzzzzz9.99.
           02 filler pic x(5) value spaces.

       01  prt-9.
           02 filler pic x(2) value spaces.
           02 filler pic x(16) value "SYNOLO PELATH".
           02 filler pic x(9) value "OXHMATA".
           02 cars-9 pic zzzz9.
           02 filler pic x(3) value spaces.
           02 filler pic x(13) value "EPISKEPSEIS".
           02 srv-9 pic zzzz9.
           02 filler pic x(2) value spaces.
           02 filler pic x(8) value "KOSTOS".
           02 cost-9 pic zzzzzzzz9.99.
           02 filler pic x(5) value spaces.

       01  prt-10.
           02 filler pic x(9) value "SYNOLA".
           02 filler pic x(9) value "PELATES".
           02 pel-10 pic zzzz9.
           02 filler pic x(2) value spaces.
           02 filler pic x(9) value "OXHMATA".
           02 cars-10 pic zzzz9.
           02 filler pic x(2) value spaces.
           02 filler pic x(13) value "EPISKEPSEIS".
           02 srv-10 pic zzzz9.
           02 filler pic x(2) value spaces.
           02 filler pic x(7) value "KOSTOS".
           02 cost-10 pic zzzzzzzz9.99.

       01  prt-11.
           02 filler pic x(13) value "BULL THE BEST" .

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
           move par-prt-dev to prt-device.

           perform option-box thru option-box-ex.

           if run-cancelled goback.

           perform header-prt thru header-prt-2.

           perform scan-pel thru scan-pel-ex.

           perform page-check.
           write prt-rec from prt-2.
           move gr-pel to pel-10.
           move gr-cars to cars-10.
           move gr-srv to srv-10.
           move gr-cost to cost-10.
           perform page-check.
           write prt-rec from prt-10.

           write prt-rec from prt-11.
           close cr-prt.

           perform spool-close.

           perform done-box.

           goback.

       option-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "############################################"
                   line  8 position 18 control col-cnt
                   "#                                          #"
                   line  9 position 18
                   "#                                          #"
                   line 10 position 18
                   "#                                          #"
                   line 11 position 18
                   "#                                          #"
                   line 12 position 18
                   "#                                          #"
                   line 13 position 18
                   "############################################"
                   line 14 position 18

                   bc-line line 15 position 20 size 44 control nor-cnt.

           perform varying x from  9 by 1 until x > 14
           display bc-line line x position 62 size 2 control nor-cnt
           end-perform.

           display "OXHMATA ANA PELATH" line  9 position 21
                                        control col-cnt
                   "APO PELATH:" line 10 position 21
                                 control col-cnt
                   "EWS PELATH:" line 11 position 21
                                 control col-cnt
                   "ME ISTORIKO SERVICE (N/O):" line 12 position 21
                                                control col-cnt
                   "ESC=CANCEL" line 13 position 21
                                control col-cnt.

           move spaces to rp-from rp-to.

       option-a1.
           accept rp-from line 10 position 33 prompt "."
               control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to cancel-flag go option-box-ex
              when other go option-a1
           end-evaluate.

       option-a2.
           accept rp-to line 11 position 33 prompt "."
               control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to cancel-flag go option-box-ex
              when 52 go option-a1
              when other go option-a2
           end-evaluate.

           if rp-to not = spaces and rp-to < rp-from go option-a2.

       option-a3.
           move "n" to synexeia.
           accept synexeia line 12 position 48 update tab blink.

           if not syn-n and not syn-o go option-a3.

           if syn-o move "N" to hist-flag.

       option-box-ex.
           move c-name(3) to bc. move c-name(1) to fc.
           perform varying x from 8 by 1 until x > 15
           display bc-line line x position 18 size 46 control col-cnt
           end-perform.

       scan-pel.
           move fpel to fl-nam. open input pelates.
           move fcars to fl-nam. open input cars.
           move fcarsrv to fl-nam. open input carsrv.

           move rp-from to kodikos.
           start pelates key not < kodikos
                 invalid go scan-pel-3.

       scan-pel-2.
           read pelates next record at end go scan-pel-3.

           if rp-to not = spaces and kodikos > rp-to go scan-pel-3.

           move 0 to pc-cars pc-srv pc-cost.

           perform scan-car thru scan-car-ex.

           if pc-cars = 0 go scan-pel-2.

           add 1 to gr-pel.
           add pc-cars to gr-cars.
           add pc-srv to gr-srv.
           add pc-cost to gr-cost.

           move pc-cars to cars-9.
           move pc-srv to srv-9.
           move pc-cost to cost-9.
           perform page-check.
           write prt-rec from prt-9.
           perform page-check.
           write prt-rec from prt-2.

           go scan-pel-2.

       scan-pel-3.
           close pelates cars carsrv.

       scan-pel-ex.
           exit.

       scan-car.
           move kodikos to car-kodikos.
           start cars key not < car-kodikos
                 invalid go scan-car-ex.

       scan-car-2.
           read cars next record at end go scan-car-ex.

           if car-kodikos not = kodikos go scan-car-ex.

           if pc-cars = 0 perform pel-head.

           add 1 to pc-cars.

           move car-plate to plate-6.
           move car-make to make-6.
           move car-model to model-6.
           move car-year to year-6.
           move car-chassis to chassis-6.
           perform page-check.
           write prt-rec from prt-6.

           move 0 to cc-srv cc-cost.

           perform scan-srv thru scan-srv-ex.

           add cc-srv to pc-srv.
           add cc-cost to pc-cost.

           move cc-srv to srv-8.
           move cc-cost to cost-8.
           perform page-check.
           write prt-rec from prt-8.

           go scan-car-2.

       scan-car-ex.
           exit.

       scan-srv.
           move car-plate to sv-plate.
           move 0 to sv-date sv-seq.

           start carsrv key not < sv-key
                 invalid go scan-srv-ex.

       scan-srv-2.
           read carsrv next record at end go scan-srv-ex.

           if sv-plate not = car-plate go scan-srv-ex.

           add 1 to cc-srv.
           add sv-cost to cc-cost.

           if not with-history go scan-srv-2.

           move sv-date to sv-date-x.
           move sdt-dd to ed-sv-dd. move sdt-mm to ed-sv-mm.
           move sdt-yy to ed-sv-yy.
           move ed-sv-date to date-7.
           move sv-km to km-7.
           move sv-descr to descr-7.
           move sv-cost to cost-7.
           perform page-check.
           write prt-rec from prt-7.

           go scan-srv-2.

       scan-srv-ex.
           exit.

       pel-head.
           move spaces to pel-name.
           string epitheto delimited by "  "
                  " " delimited by size
                  onoma delimited by "  "
                  into pel-name.

           move kodikos to kod-5.
           move pel-name to name-5.
           perform page-check.
           write prt-rec from prt-5.

       page-check.
           if prt-line-cnt >= prt-max-lines
              write prt-rec from prt-2 after advancing page
              perform header-prt-2
           end-if.

           add 1 to prt-line-cnt.

       header-prt.
           perform spool-open.
           open extend cr-prt.

       header-prt-2.
           add 1 to prt-page-no.
           move prt-page-no to page-no-prt.
           move 0 to prt-line-cnt.
           move ed-date to today-date-1.
           write prt-rec from prt-1.
           move etairia to etairia-prt.
           write prt-rec from prt-1b.
           write prt-rec from prt-2.
           write prt-rec from prt-3.
           write prt-rec from prt-2.

       spool-open.
           move fseq to fl-nam.
           open i-o seqctl.
           move "SPOOL" to seq-id.

           read seqctl invalid
                move 0 to seq-next
                write seqctl-rec invalid continue end-write
           end-read.

           add 1 to seq-next.
           move seq-next to spool-no.

           rewrite seqctl-rec invalid continue end-rewrite.
           close seqctl.

           move fl-disk-path to spf-disk.
           move fl-rest-path to spf-rest.
           move spool-no to spf-num-w.
           move spf-nam-w to spf-nam.
           move spf-name to prt-device.

       spool-close.
           move fspl to fl-nam.
           open i-o splctl.

           move spool-no to spl-no.
           move "dcars05" to spl-job.
           move oper-code to spl-oper.
           compute spl-date = t-yy * 10000 + t-mm * 100 + t-dd.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.

       done-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "##############################" line 13 position 24

                   bc-line line 14 position 26 size 30 control nor-cnt.

           perform varying x from 11 by 1 until x > 13
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           display "EKTHESH ETOIMH" line 11 position 32
                                control col-cnt
                   "press a key" line 12 position 35
                                 control col-cnt.

           accept flag line 24 position 80 control acpt-col.

           perform varying x from 10 by 1 until x > 14
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.
