       id division.
       program-id. fparep.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional kinhseis assign random file-name
           organization indexed
           access dynamic
           record key kin-key
           status kin-stat.

           select optional kinext assign random file-name
           organization indexed
           access dynamic
           record key kx-key
           status kx-stat.

           select optional invhdr assign random file-name
           organization indexed
           access dynamic
           record key ih-no
           alternate record key ih-kin-key with duplicates
           status ih-stat.

           select optional invline assign random file-name
           organization indexed
           access dynamic
           record key il-key
           alternate record key il-idx with duplicates
           status il-stat.

           select optional arc-kin assign random arc-name
           status arc-stat.

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

           select optional eodctl assign random ctl-name
           organization indexed
           access dynamic
           record key eod-id
           status ctl-stat.

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

           select fp-prt assign print prt-device.

       data division.
       file section.
       fd kinhseis.
       01 kinhsh-rec.
          02 kin-key.
             03 kin-kodikos pic x(20).
             03 kin-date pic 9(8).
             03 kin-seq pic 9(3).
          02 kin-rest.
             03 kin-type pic x(15).
             03 kin-poso pic s9(7)v99.
             03 kin-memo pic x(30).
             03 kin-receipt pic 9(6).

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

       fd arc-kin label records omitted.
       01 arc-kin-rec pic x(91).

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

       fd eodctl.
       01 eodctl-rec.
          02 eod-id pic x(8).
          02 eod-date pic 9(8).
          02 eod-step-exp pic x.
          02 eod-step-dq pic x.
          02 eod-step-bk pic x.
          02 eod-step-bal pic x.
          02 eod-cnt-pel pic 9(5).
          02 eod-cnt-ag pic 9(5).
          02 eod-cnt-bad pic 9(5).
          02 eod-cnt-bk pic 9(5).
          02 eod-cnt-bal pic 9(5).
          02 eod-rot-cnt pic 9(7).

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

       fd fp-prt label records omitted.
       01 prt-rec pic x(132).

       working-storage section.
       77 chr-ch pic 9(3) comp-5.

       01  str-var.
           02 bc-line pic x(80) value all "#".

       01  num-var.
           02 flag pic 9.
           02 x pic 9999.

       01  file-status.
           02 kin-stat pic xx.
           02 kx-stat pic xx.
           02 ih-stat pic xx.
           02 il-stat pic xx.
           02 arc-stat pic xx.
           02 const-stat pic xx.
           02 param-stat pic xx.
           02 ctl-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.

       01  files-used.
           02 fkin pic x(12) value "kin.dat".
           02 fkx pic x(12) value "kinext.dat".
           02 finvh pic x(12) value "invhdr.dat".
           02 finvl pic x(12) value "invline.dat".
           02 fconst pic x(12) value "const.dat".
           02 fparam pic x(12) value "param.dat".
           02 fctl pic x(12) value "eodctl.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".

       01  archive-names.
           02 fkin-arc pic x(12) value "kinhsh.arc".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  arc-name pic x(29).
       01  arc-fn redefines arc-name.
           03 arc-disk pic xx.
           03 arc-rest pic x(15).
           03 arc-nam pic x(12).

       01  ctl-name pic x(29).
       01  ctl-fn redefines ctl-name.
           03 ctl-disk pic xx.
           03 ctl-rest pic x(15).
           03 ctl-nam pic x(12).

       77  prt-device pic x(40) value "PRINTER".

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       77 synexeia pic x.
          88 syn-n values "N" "n".
          88 syn-o values "O" "o".

       77  vat-cat pic 99 value 93.
       77  rp-mm1 pic 99.
       77  rp-yy1 pic 9(4).
       77  rp-mm2 pic 99.
       77  rp-yy2 pic 9(4).
       77  rp-from pic 9(8).
       77  rp-to pic 9(8).
       77  rp-ym2 pic 9(6).
       77  close-per pic 9(6).

       77  cancel-flag pic 9 value 0.
          88 run-cancelled value 1.

       77  prov-flag pic x value "N".
          88 prov-report value "Y".

       77  mv-code pic 999.
       77  mv-rate pic 99v99.
       77  mv-net pic s9(7)v99.
       77  mv-vat pic s9(7)v99.

       77  iv-found pic x.
       77  iv-sign pic s9.

       01  vr-totals.
           02 vr-entry occurs 50 times.
              03 vr-code pic 999.
              03 vr-rate pic 99v99.
              03 vr-cnt pic 9(6).
              03 vr-net pic s9(9)v99.
              03 vr-vat pic s9(9)v99.
       77  vr-used pic 9(3) value 0.
       77  vr-i pic 9(3).

       01  vt-totals.
           02 vt-entry occurs 100 times.
              03 vt-type pic x(15).
              03 vt-cnt pic 9(6).
              03 vt-net pic s9(9)v99.
              03 vt-vat pic s9(9)v99.
       77  vt-used pic 9(3) value 0.
       77  vt-i pic 9(3).

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
           02 filler pic x(12) value "FPA PERIODOY".
           02 filler pic x value space.
           02 rep-mm-1 pic 99.
           02 filler pic x value "/".
           02 rep-yy-1 pic 9(4).
           02 filler pic x(3) value " - ".
           02 rep-mm-2 pic 99.
           02 filler pic x value "/".
           02 rep-yy-2 pic 9(4).
           02 filler pic x(17) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 page-no-prt pic zz9.
           02 filler pic x(6) value spaces.

       01  prt-1b.
           02 filler pic x(2) value spaces.
           02 etairia-prt pic x(30).
           02 filler pic x(48) value spaces.

       01  prt-1p.
           02 filler pic x(2) value spaces.
           02 filler pic x(48)
              value "*** PROSORINO - PERIODOS MH KLEISMENH ***".
           02 filler pic x(30) value spaces.

       01  prt-2.
           02 filler pic x(80) value all "-".

       01  prt-3.
           02 filler pic x(4) value "KWD".
           02 filler pic x(16) value "SYNTELESTHS".
           02 filler pic x(7) value "KINHS.".
           02 filler pic x(14) value "      KATHARO".
           02 filler pic x(14) value "          FPA".
           02 filler pic x(14) value "       SYNOLO".
           02 filler pic x(11) value spaces.

       01  prt-4.
           02 code-4 pic zz9.
           02 filler pic x value space.
           02 descr-4 pic x(15).
           02 filler pic x value space.
           02 cnt-4 pic zzzzz9.
           02 filler pic x value space.
           02 net-4 pic zzzzzzzz9.99-.
           02 filler pic x value space.
           02 vat-4 pic zzzzzzzz9.99-.
           02 filler pic x value space.
           02 gross-4 pic zzzzzzzz9.99-.
           02 filler pic x(12) value spaces.

       01  prt-5.
           02 filler pic x(20) value "TYPE KINHSHS".
           02 filler pic x(7) value "KINHS.".
           02 filler pic x(14) value "      KATHARO".
           02 filler pic x(14) value "          FPA".
           02 filler pic x(14) value "       SYNOLO".
           02 filler pic x(11) value spaces.

       01  prt-6.
           02 type-6 pic x(15).
           02 filler pic x(5) value spaces.
           02 cnt-6 pic zzzzz9.
           02 filler pic x value space.
           02 net-6 pic zzzzzzzz9.99-.
           02 filler pic x value space.
           02 vat-6 pic zzzzzzzz9.99-.
           02 filler pic x value space.
           02 gross-6 pic zzzzzzzz9.99-.
           02 filler pic x(12) value spaces.

       01  prt-7.
           02 filler pic x(34)
              value "ANALYSH ANA SYNTELESTH FPA".
           02 filler pic x(46) value spaces.

       01  prt-8.
           02 filler pic x(34)
              value "ANALYSH ANA TYPO KINHSHS".
           02 filler pic x(46) value spaces.

       01  prt-9.
           02 filler pic x(20) value "SYNOLO".
           02 cnt-9 pic zzzzz9.
           02 filler pic x value space.
           02 net-9 pic zzzzzzzz9.99-.
           02 filler pic x value space.
           02 vat-9 pic zzzzzzzz9.99-.
           02 filler pic x value space.
           02 gross-9 pic zzzzzzzz9.99-.
           02 filler pic x(12) value spaces.

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
           move fl-disk-path to arc-disk. move fl-rest-path to arc-rest.
           move fl-disk-path to ctl-disk. move fl-rest-path to ctl-rest.
           move par-prt-dev to prt-device.

           move fparam to fl-nam.
           open input params.
           move "PARAMS" to pm-id.
           read params invalid initialize params-rec end-read.
           close params.
           if pm-vat-cat numeric and pm-vat-cat not = 0
              move pm-vat-cat to vat-cat.

           perform period-box thru period-box-ex.

           if run-cancelled goback.

           compute rp-from = ( rp-yy1 * 100 + rp-mm1 ) * 100 + 1.
           compute rp-ym2 = rp-yy2 * 100 + rp-mm2.
           compute rp-to = rp-ym2 * 100 + 31.

           perform lock-check thru lock-check-ex.

           if run-cancelled goback.

           perform scan-kin thru scan-kin-ex.

           perform report-prt.

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

           display "ANALYSH FPA" line  9 position 27
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

       lock-check.
           move 0 to close-per.

           open input eodctl.
           move "CLOSE" to eod-id.
           read eodctl invalid continue
                not invalid compute close-per = eod-date / 100
           end-read.
           close eodctl.

           if rp-ym2 not > close-per go lock-check-ex.

           move c-name(5) to bc. move c-name(8) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "##############################" line 13 position 24.

           display "PERIODOS MH KLEISMENH" line 11 position 28
                                         control col-cnt
                   "PROSORINH; (N/O):" line 12 position 28
                                     control col-cnt.

           move "o" to synexeia.
           accept synexeia line 12 position 46 update tab blink.

           move c-name(3) to bc. move c-name(1) to fc.
           perform varying x from 10 by 1 until x > 13
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

           if syn-n move "Y" to prov-flag
           else move 1 to cancel-flag.

       lock-check-ex.
           exit.

       scan-kin.
           move fkx to fl-nam.
           open input kinext.

           move finvh to fl-nam.
           open input invhdr.

           move finvl to fl-nam.
           open input invline.

           move fkin to fl-nam.
           open input kinhseis.

       scan-kin-2.
           read kinhseis next record at end go scan-kin-3.

           perform kin-tally thru kin-tally-ex.

           go scan-kin-2.

       scan-kin-3.
           close kinhseis.

           move fkin-arc to arc-nam.
           open input arc-kin.

       scan-kin-4.
           read arc-kin next record at end go scan-kin-5.

           if arc-kin-rec (1:1) = "*" go scan-kin-4.

           move arc-kin-rec to kinhsh-rec.

           perform kin-tally thru kin-tally-ex.

           go scan-kin-4.

       scan-kin-5.
           close arc-kin.
           close kinext invhdr invline.

       scan-kin-ex.
           exit.

       kin-tally.
           if kin-date < rp-from go kin-tally-ex.
           if kin-date > rp-to go kin-tally-ex.

           if kin-type = "METAFORA"
              and kin-memo (1:13) = "CARRY FORWARD"
              go kin-tally-ex.

           move 0 to mv-code mv-rate mv-vat.
           move kin-poso to mv-net.

           move kin-key to kx-key.
           read kinext invalid move 0 to kx-vat-code
                               move space to kx-rev-flag
           end-read.

           perform inv-find thru inv-find-ex.

           if iv-found = "Y"
              perform inv-tally thru inv-tally-ex
              go kin-tally-ex.

           if kx-vat-code not = 0
              move kx-vat-code to mv-code
              move kx-vat-rate to mv-rate
              move kx-net to mv-net
              move kx-vat to mv-vat.

           add 1 to gr-cnt.
           add mv-net to gr-net.
           add mv-vat to gr-vat.

           perform vr-total thru vr-total-ex.
           perform vt-total thru vt-total-ex.

       kin-tally-ex.
           exit.

       inv-find.
           move "N" to iv-found.
           move 1 to iv-sign.
           move kin-key to ih-kin-key.

           if kx-rev-flag = "V"
              move kx-rev-date to ih-date
              move kx-rev-seq to ih-kin-seq
              move -1 to iv-sign.

           start invhdr key = ih-kin-key invalid go inv-find-ex.

           read invhdr next record at end go inv-find-ex.

           if ih-kodikos not = kin-kodikos go inv-find-ex.

           move "Y" to iv-found.

       inv-find-ex.
           exit.

       inv-tally.
           move ih-no to il-no.
           move 0 to il-line.

           start invline key not < il-key
                 invalid go inv-tally-3.

       inv-tally-2.
           read invline next record at end go inv-tally-3.

           if il-no not = ih-no go inv-tally-3.

           move il-vat-code to mv-code.
           move il-vat-rate to mv-rate.
           compute mv-net = il-net * iv-sign.
           compute mv-vat = il-vat * iv-sign.

           perform vr-total thru vr-total-ex.

           go inv-tally-2.

       inv-tally-3.
           compute mv-net = ih-net * iv-sign.
           compute mv-vat = ih-vat * iv-sign.

           add 1 to gr-cnt.
           add mv-net to gr-net.
           add mv-vat to gr-vat.

           perform vt-total thru vt-total-ex.

       inv-tally-ex.
           exit.

       vr-total.
           perform varying vr-i from 1 by 1 until vr-i > vr-used
              if vr-code (vr-i) = mv-code and vr-rate (vr-i) = mv-rate
                 add 1 to vr-cnt (vr-i)
                 add mv-net to vr-net (vr-i)
                 add mv-vat to vr-vat (vr-i)
                 go vr-total-ex
              end-if
           end-perform.

           if vr-used < 50
              add 1 to vr-used
              move mv-code to vr-code (vr-used)
              move mv-rate to vr-rate (vr-used)
              move 1 to vr-cnt (vr-used)
              move mv-net to vr-net (vr-used)
              move mv-vat to vr-vat (vr-used).

       vr-total-ex.
           exit.

       vt-total.
           perform varying vt-i from 1 by 1 until vt-i > vt-used
              if vt-type (vt-i) = kin-type
                 add 1 to vt-cnt (vt-i)
                 add mv-net to vt-net (vt-i)
                 add mv-vat to vt-vat (vt-i)
                 go vt-total-ex
              end-if
           end-perform.

           if vt-used < 100
              add 1 to vt-used
              move kin-type to vt-type (vt-used)
              move 1 to vt-cnt (vt-used)
              move mv-net to vt-net (vt-used)
              move mv-vat to vt-vat (vt-used).

       vt-total-ex.
           exit.

       report-prt.
           perform header-prt thru header-prt-2.

           perform page-check.
           write prt-rec from prt-7.
           perform page-check.
           write prt-rec from prt-3.
           perform page-check.
           write prt-rec from prt-2.

           move fconst to fl-nam.
           open input const.

           perform varying vr-i from 1 by 1 until vr-i > vr-used
              move vr-code (vr-i) to code-4
              perform rate-descr
              move vr-cnt (vr-i) to cnt-4
              move vr-net (vr-i) to net-4
              move vr-vat (vr-i) to vat-4
              compute gr-gross = vr-net (vr-i) + vr-vat (vr-i)
              move gr-gross to gross-4
              perform page-check
              write prt-rec from prt-4
           end-perform.

           close const.

           perform total-prt.

           perform page-check.
           write prt-rec from prt-8.
           perform page-check.
           write prt-rec from prt-5.
           perform page-check.
           write prt-rec from prt-2.

           perform varying vt-i from 1 by 1 until vt-i > vt-used
              move vt-type (vt-i) to type-6
              move vt-cnt (vt-i) to cnt-6
              move vt-net (vt-i) to net-6
              move vt-vat (vt-i) to vat-6
              compute gr-gross = vt-net (vt-i) + vt-vat (vt-i)
              move gr-gross to gross-6
              perform page-check
              write prt-rec from prt-6
           end-perform.

           perform total-prt.

           write prt-rec from prt-11.
           close fp-prt.

           perform spool-close.

       rate-descr.
           move spaces to descr-4.

           if vr-code (vr-i) = 0
              move "XWRIS FPA" to descr-4
           else
              move vat-cat to cat-code
              move vr-code (vr-i) to type-code
              read const invalid continue
                   not invalid move type-descr to descr-4
              end-read
           end-if.

       total-prt.
           perform page-check.
           write prt-rec from prt-2.

           move gr-cnt to cnt-9.
           move gr-net to net-9.
           move gr-vat to vat-9.
           compute gr-gross = gr-net + gr-vat.
           move gr-gross to gross-9.
           perform page-check.
           write prt-rec from prt-9.

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
           open extend fp-prt.

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

           if prov-report
              write prt-rec from prt-1p
              add 1 to prt-line-cnt.

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
           move "fparep" to spl-job.
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

           display "ANALYSH FPA ETOIMH" line 11 position 30
                                    control col-cnt
                   "press a key" line 12 position 35
                                 control col-cnt.

           accept flag line 24 position 80 control acpt-col.

           perform varying x from 10 by 1 until x > 14
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.
