       id division.
       program-id. dcars04.
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

       01  str-var.
           02 bc-line pic x(80) value all "#".

       01  num-var.
           02 flag pic 9.
           02 x pic 9999.

       01  file-status.
           02 car-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.

       01  files-used.
           02 fcars pic x(12) value "cars.dat".
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

       77  rp-order pic 9 value 1.
       01  rp-type pic x(15).

       77  cnt-car pic 9(5) value 0.

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
           02 filler pic x(20) value "KATALOGOS OXHMATWN".
           02 order-1 pic x(15).
           02 filler pic x(4) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 page-no-prt pic zz9.
           02 filler pic x(11) value spaces.

       01  prt-1b.
           02 filler pic x(2) value spaces.
           02 etairia-prt pic x(30).
           02 filler pic x(48) value spaces.

       01  prt-1t.
           02 filler pic x(2) value spaces.
           02 filler pic x(7) value "TYPOS: ".
           02 type-1t pic x(15).
           02 filler pic x(56) value spaces.

       01  prt-2.
           02 filler pic x(80) value all "-".

       01  prt-3.
           02 filler pic x(11) value "PINAKIDA".
           02 filler pic x(12) value "MARKA".
           02 filler pic x(12) value "MONTELO".
           02 filler pic x(5) value "ETOS".
           02 filler pic x(18) value "PLAISIO".
           02 filler pic x(11) value "TYPOS".
           02 filler pic x(11) value "PELATHS".

       01  prt-4.
           02 plate-4 pic x(10).
           02 filler pic x value space.
           02 make-4 pic x(11).
           02 filler pic x value space.
           02 model-4 pic x(11).
           02 filler pic x value space.
           02 year-4 pic 9(4).
           02 filler pic x value space.
           02 chassis-4 pic x(17).
           02 filler pic x value space.
           02 type-4 pic x(10).
           02 filler pic x value space.
           02 kod-4 pic x(10).

       01  prt-9.
           02 filler pic x(20) value "SYNOLO OXHMATWN".
           02 cnt-9 pic zzzz9.
           02 filler pic x(55) value spaces.

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

           evaluate rp-order
              when 1 move "ANA PINAKIDA" to order-1
              when 2 move "ANA MARKA" to order-1
              when 3 move "ANA PELATH" to order-1
           end-evaluate.

           perform header-prt thru header-prt-2.

           perform scan-cars thru scan-cars-ex.

           perform page-check.
           write prt-rec from prt-2.
           move cnt-car to cnt-9.
           perform page-check.
           write prt-rec from prt-9.

           write prt-rec from prt-11.
           close cr-prt.

           perform spool-close.

           perform done-box.

           goback.

       option-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "####################################" line  8
                   position 21 control col-cnt
                   "#                                  #" line  9
                   position 21
                   "#                                  #" line 10
                   position 21
                   "#                                  #" line 11
                   position 21
                   "#                                  #" line 12
                   position 21
                   "#                                  #" line 13
                   position 21
                   "####################################" line 14
                   position 21

                   bc-line line 15 position 23 size 36 control nor-cnt.

           perform varying x from  9 by 1 until x > 14
           display bc-line line x position 57 size 2 control nor-cnt
           end-perform.

           display "KATALOGOS OXHMATWN" line  9 position 24
                                        control col-cnt
                   "1=PINAKIDA 2=MARKA 3=PELATHS" line 10 position 24
                                                  control col-cnt
                   "TAXINOMHSH......:" line 11 position 24
                                       control col-cnt
                   "TYPOS (KENO=OLA):" line 12 position 24
                                       control col-cnt
                   "ESC=CANCEL" line 13 position 24
                                control col-cnt.

           move spaces to rp-type.

       option-a1.
           accept rp-order line 11 position 42 prompt "."
               control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to cancel-flag go option-box-ex
              when other go option-a1
           end-evaluate.

           if rp-order < 1 or rp-order > 3 go option-a1.

       option-a2.
           accept rp-type line 12 position 42 prompt "."
               control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to cancel-flag go option-box-ex
              when 52 go option-a1
              when other go option-a2
           end-evaluate.

       option-box-ex.
           move c-name(3) to bc. move c-name(1) to fc.
           perform varying x from 8 by 1 until x > 15
           display bc-line line x position 21 size 38 control col-cnt
           end-perform.

       scan-cars.
           move fcars to fl-nam.
           open input cars.

           evaluate rp-order
              when 1 move low-values to car-plate
                     start cars key not < car-plate
                           invalid go scan-cars-3
                     end-start
              when 2 move low-values to car-make
                     start cars key not < car-make
                           invalid go scan-cars-3
                     end-start
              when 3 move low-values to car-kodikos
                     start cars key not < car-kodikos
                           invalid go scan-cars-3
                     end-start
           end-evaluate.

       scan-cars-2.
           read cars next record at end go scan-cars-3.

           if rp-type not = spaces and car-type not = rp-type
              go scan-cars-2.

           add 1 to cnt-car.

           move car-plate to plate-4.
           move car-make to make-4.
           move car-model to model-4.
           move car-year to year-4.
           move car-chassis to chassis-4.
           move car-type to type-4.
           move car-kodikos to kod-4.
           perform page-check.
           write prt-rec from prt-4.

           go scan-cars-2.

       scan-cars-3.
           close cars.

       scan-cars-ex.
           exit.

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

           if rp-type not = spaces
              move rp-type to type-1t
              write prt-rec from prt-1t
              add 1 to prt-line-cnt.

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
           move "dcars04" to spl-job.
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

           display "KATALOGOS ETOIMOS" line 11 position 30
                                   control col-cnt
                   "press a key" line 12 position 35
                                 control col-cnt.

           accept flag line 24 position 80 control acpt-col.

           perform varying x from 10 by 1 until x > 14
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.
