       id division.
       program-id. invrep.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional invline assign random file-name
           organization indexed
           access dynamic
           record key il-key
           alternate record key il-idx with duplicates
           status il-stat.

           select optional invhdr assign random file-name
           organization indexed
           access dynamic
           record key ih-no
           alternate record key ih-kin-key with duplicates
           status ih-stat.

           select optional kinext assign random file-name
           organization indexed
           access dynamic
           record key kx-key
           status kx-stat.

           select optional items assign random file-name
           organization indexed
           access dynamic
           record key im-code
           status im-stat.

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

           select ir-prt assign print prt-device.

       data division.
       file section.
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

       fd invhdr.
       01 invhdr-rec.
          02 ih-no pic 9(6).
          02 ih-kin-key.
             03 ih-kodikos pic x(20).
             03 ih-date pic 9(8).
             03 ih-kin-seq pic 9(3).
          02 ih-type pic x(15).
          02 ih-lines pic 99.
          02 ih-net pic s9(7)v99.
          02 ih-vat pic s9(7)v99.
          02 ih-total pic s9(7)v99.
          02 ih-oper pic x(10).
          02 ih-on pic 9(8).
          02 ih-status pic x.

       fd kinext.
       01 kinext-rec.
          02 kx-key.
             03 kx-kodikos pic x(20).
             03 kx-date pic 9(8).
             03 kx-seq pic 9(3).
          02 kx-rev-flag pic x.
          02 kx-rev-date pic 9(8).
          02 kx-rev-seq pic 9(3).
          02 kx-rev-receipt pic 9(6).
          02 kx-rev-oper pic x(10).
          02 kx-rev-on pic 9(8).
          02 kx-vat-code pic 999.
          02 kx-vat-rate pic 99v99.
          02 kx-net pic s9(7)v99.
          02 kx-vat pic s9(7)v99.

       fd items.
       01 item-rec.
          02 im-code pic x(10).
          02 im-descr pic x(30).
          02 im-unit pic x(5).
          02 im-price pic 9(7)v99.
          02 im-vat-code pic 999.
          02 im-active pic x.

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

       fd ir-prt label records omitted.
       01 prt-rec pic x(132).

       working-storage section.
       77 chr-ch pic 9(3) comp-5.

       01  str-var.
           02 bc-line pic x(80) value all "#".

       01  num-var.
           02 flag pic 9.
           02 x pic 9999.

       01  file-status.
           02 il-stat pic xx.
           02 ih-stat pic xx.
           02 kx-stat pic xx.
           02 im-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.

       01  files-used.
           02 finvl pic x(12) value "invline.dat".
           02 finvh pic x(12) value "invhdr.dat".
           02 fkx pic x(12) value "kinext.dat".
           02 fitem pic x(12) value "item.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       77  prt-device pic x(40) value "PRINTER".

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       77  rp-mm1 pic 99.
       77  rp-yy1 pic 9(4).
       77  rp-mm2 pic 99.
       77  rp-yy2 pic 9(4).
       77  rp-from pic 9(8).
       77  rp-to pic 9(8).
       77  rp-ym2 pic 9(6).

       77  cancel-flag pic 9 value 0.
          88 run-cancelled value 1.

       77  rv-skip pic x.

       01  br-item pic x(10).
       01  br-descr pic x(30).
       77  br-unit pic x(5).
       77  br-cnt pic 9(6).
       77  br-qty pic 9(7)v99.
       77  br-net pic s9(9)v99.
       77  br-vat pic s9(9)v99.

       77  gr-items pic 9(5) value 0.
       77  gr-cnt pic 9(6) value 0.
       77  gr-net pic s9(9)v99 value 0.
       77  gr-vat pic s9(9)v99 value 0.
       77  gr-gross pic s9(9)v99.

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
           02 filler pic x(6) value spaces.
           02 filler pic x(15) value "PWLHSEIS/EIDOS".
           02 filler pic x value space.
           02 rep-mm-1 pic 99.
           02 filler pic x value "/".
           02 rep-yy-1 pic 9(4).
           02 filler pic x(3) value " - ".
           02 rep-mm-2 pic 99.
           02 filler pic x value "/".
           02 rep-yy-2 pic 9(4).
           02 filler pic x(14) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 page-no-prt pic zz9.
           02 filler pic x(6) value spaces.

       01  prt-1b.
           02 filler pic x(2) value spaces.
           02 etairia-prt pic x(30).
           02 filler pic x(48) value spaces.

       01  prt-2.
           02 filler pic x(80) value all "-".

       01  prt-3.
           02 filler pic x(11) value "EIDOS".
           02 filler pic x(19) value "PERIGRAFH".
           02 filler pic x(6) value "MON.".
           02 filler pic x(11) value "  POSOTHTA".
           02 filler pic x(6) value "GRAM.".
           02 filler pic x(14) value "     KATHARO".
           02 filler pic x(13) value "         FPA".

       01  prt-4.
           02 item-4 pic x(10).
           02 filler pic x value space.
           02 descr-4 pic x(18).
           02 filler pic x value space.
           02 unit-4 pic x(5).
           02 filler pic x value space.
           02 qty-4 pic zzzzzz9.99.
           02 filler pic x value space.
           02 cnt-4 pic zzzz9.
           02 filler pic x value space.
           02 net-4 pic zzzzzzzz9.99-.
           02 filler pic x value space.
           02 vat-4 pic zzzzzzzz9.99-.

       01  prt-9.
           02 filler pic x(15) value "SYNOLO EIDH:".
           02 items-9 pic zzzz9.
           02 filler pic x(26) value spaces.
           02 cnt-9 pic zzzzz9.
           02 filler pic x value space.
           02 net-9 pic zzzzzzzz9.99-.
           02 filler pic x value space.
           02 vat-9 pic zzzzzzzz9.99-.

       01  prt-10.
           02 filler pic x(53) value "SYNOLO ME FPA".
           02 gross-10 pic zzzzzzzz9.99-.
           02 filler pic x(14) value spaces.

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

       01  acpt-col.
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

           perform period-box thru period-box-ex.

           if run-cancelled goback.

           compute rp-from = ( rp-yy1 * 100 + rp-mm1 ) * 100 + 1.
           compute rp-ym2 = rp-yy2 * 100 + rp-mm2.
           compute rp-to = rp-ym2 * 100 + 31.

           perform scan-inv thru scan-inv-ex.

           perform done-box.

           goback.

       period-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line  8 position 24
                                                     control col-cnt
                   "#                            #" line  9 position 24
                   "#                            #" line 10 position 24
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "##############################" line 13 position 24

                   bc-line line 14 position 26 size 30 control nor-cnt.

           perform varying x from  9 by 1 until x > 13
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           display "PWLHSEIS/EIDOS" line  9 position 27
                                 control col-cnt
                   "APO (MM/YYYY)...:" line 10 position 27
                                       control col-cnt
                   "EWS (MM/YYYY)...:" line 11 position 27
                                       control col-cnt
                   "ESC=CANCEL" line 12 position 31
                                control col-cnt.

           move t-mm to rp-mm1 rp-mm2. move t-yy to rp-yy1 rp-yy2.

       period-a1.
           accept rp-mm1 line 10 position 45 prompt "."
               control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to cancel-flag go period-box-ex
              when other go period-a1
           end-evaluate.

           if rp-mm1 = 0 or rp-mm1 > 12 go period-a1.

       period-a2.
           accept rp-yy1 line 10 position 48 prompt "."
               control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to cancel-flag go period-box-ex
              when 52 go period-a1
              when other go period-a2
           end-evaluate.

           if rp-yy1 < 1900 or rp-yy1 > 2099 go period-a2.

       period-a3.
           accept rp-mm2 line 11 position 45 prompt "."
               control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to cancel-flag go period-box-ex
              when 52 go period-a2
              when other go period-a3
           end-evaluate.

           if rp-mm2 = 0 or rp-mm2 > 12 go period-a3.

       period-a4.
           accept rp-yy2 line 11 position 48 prompt "."
               control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to cancel-flag go period-box-ex
              when 52 go period-a3
              when other go period-a4
           end-evaluate.

           if rp-yy2 < 1900 or rp-yy2 > 2099 go period-a4.

           if rp-yy2 * 100 + rp-mm2 < rp-yy1 * 100 + rp-mm1
              go period-a3.

       period-box-ex.
           move c-name(3) to bc. move c-name(1) to fc.
           perform varying x from 8 by 1 until x > 14
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

       scan-inv.
           perform header-prt thru header-prt-2.

           move finvh to fl-nam.
           open input invhdr.

           move fkx to fl-nam.
           open input kinext.

           move fitem to fl-nam.
           open input items.

           move finvl to fl-nam.
           open input invline.

           move spaces to br-item.

           move low-values to il-idx.
           start invline key not < il-idx
                 invalid go scan-inv-5.

       scan-inv-2.
           read invline next record at end go scan-inv-5.

           if il-date < rp-from go scan-inv-2.
           if il-date > rp-to go scan-inv-2.

           perform rev-check thru rev-check-ex.

           if rv-skip = "Y" go scan-inv-2.

           if il-item not = br-item
              if br-item not = spaces
                 perform item-prt
              end-if
              move il-item to br-item
              move il-descr to br-descr
              move il-unit to br-unit
              move 0 to br-cnt br-qty br-net br-vat.

           add 1 to br-cnt.
           add il-qty to br-qty.
           add il-net to br-net.
           add il-vat to br-vat.

           go scan-inv-2.

       scan-inv-5.
           if br-item not = spaces
              perform item-prt.

           close invline invhdr kinext items.

           perform total-prt.

           write prt-rec from prt-11.
           close ir-prt.

           perform spool-close.

       scan-inv-ex.
           exit.

       rev-check.
           move "N" to rv-skip.

           move il-no to ih-no.
           read invhdr invalid go rev-check-ex.

           if ih-status = "P" or ih-status = "X"
              move "Y" to rv-skip
              go rev-check-ex.

           move ih-kin-key to kx-key.
           read kinext invalid go rev-check-ex.

           if kx-rev-flag = "R" move "Y" to rv-skip.

       rev-check-ex.
           exit.

       item-prt.
           move br-item to im-code.
           read items invalid move br-descr to im-descr
                              move br-unit to im-unit
           end-read.

           move br-item to item-4.
           move im-descr to descr-4.
           move im-unit to unit-4.
           move br-qty to qty-4.
           move br-cnt to cnt-4.
           move br-net to net-4.
           move br-vat to vat-4.
           perform page-check.
           write prt-rec from prt-4.

           add 1 to gr-items.
           add br-cnt to gr-cnt.
           add br-net to gr-net.
           add br-vat to gr-vat.

       total-prt.
           perform page-check.
           write prt-rec from prt-2.

           move gr-items to items-9.
           move gr-cnt to cnt-9.
           move gr-net to net-9.
           move gr-vat to vat-9.
           perform page-check.
           write prt-rec from prt-9.

           compute gr-gross = gr-net + gr-vat.
           move gr-gross to gross-10.
           perform page-check.
           write prt-rec from prt-10.

           perform page-check.
           write prt-rec from prt-2.

       page-check.
           if prt-line-cnt >= prt-max-lines
              write prt-rec from prt-2 after advancing page
              perform header-prt-2
           end-if.

           add 1 to prt-line-cnt.

       header-prt.
           perform spool-open.
           open extend ir-prt.

       header-prt-2.
           add 1 to prt-page-no.
           move prt-page-no to page-no-prt.
           move 0 to prt-line-cnt.
           move ed-date to today-date-1.
           move rp-mm1 to rep-mm-1. move rp-yy1 to rep-yy-1.
           move rp-mm2 to rep-mm-2. move rp-yy2 to rep-yy-2.
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
           move "invrep" to spl-job.
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

           display "PWLHSEIS ETOIMES" line 11 position 31
                                    control col-cnt
                   "press a key" line 12 position 35
                                 control col-cnt.

           accept flag line 24 position 80 control acpt-col.

           perform varying x from 10 by 1 until x > 14
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.
