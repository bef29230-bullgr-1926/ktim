       id division.
       program-id. inv01.
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

           select optional items assign random file-name
           organization indexed
           access dynamic
           record key im-code
           status im-stat.

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

           select optional apprq assign random file-name
           organization indexed
           access dynamic
           record key apq-no
           alternate record key apq-kodikos with duplicates
           status apq-fstat.

           select optional pelgrp assign random file-name
           organization indexed
           access dynamic
           record key pg-kodikos
           alternate record key pg-parent with duplicates
           status pg-stat.

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

           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

           select iv-prt assign print prt-device.

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

       fd items.
       01 item-rec.
          02 im-code pic x(10).
          02 im-descr pic x(30).
          02 im-unit pic x(5).
          02 im-price pic 9(7)v99.
          02 im-vat-code pic 999.
          02 im-active pic x.

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

       fd apprq.
       01 apprq-rec.
          02 apq-no pic 9(6).
          02 apq-head.
             03 apq-type pic x.
             03 apq-stat pic x.
             03 apq-kodikos pic x(20).
             03 apq-kodikos2 pic x(20).
             03 apq-amount pic s9(9)v99.
             03 apq-reason pic x(40).
             03 apq-req-oper pic x(10).
             03 apq-req-date pic 9(8).
             03 apq-req-time pic 9(8).
             03 apq-app-oper pic x(10).
             03 apq-app-date pic 9(8).
             03 apq-app-time pic 9(8).
          02 apq-before pic x(250).
          02 apq-after pic x(250).

       fd pelgrp.
       01 pelgrp-rec.
          02 pg-kodikos pic x(20).
          02 pg-parent pic x(20).
          02 pg-date pic 9(8).
          02 pg-oper pic x(10).

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

       fd iv-prt label records omitted.
       01 prt-rec pic x(80).

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
           02 flag2 pic x.
           02 x pic 9999.

       01  file-status.
           02 pel-stat pic xx.
           02 kin-stat pic xx.
           02 kx-stat pic xx.
           02 im-stat pic xx.
           02 ih-stat pic xx.
           02 il-stat pic xx.
           02 const-stat pic xx.
           02 param-stat pic xx.
           02 ctl-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 pg-stat pic xx.
           02 apq-fstat pic xx.
           02 file-stat pic xx.

       01  files-used.
           02 fpel pic x(12) value "pel.dat".
           02 fkin pic x(12) value "kin.dat".
           02 fkx pic x(12) value "kinext.dat".
           02 fitem pic x(12) value "item.dat".
           02 finvh pic x(12) value "invhdr.dat".
           02 finvl pic x(12) value "invline.dat".
           02 fconst pic x(12) value "const.dat".
           02 fparam pic x(12) value "param.dat".
           02 fctl pic x(12) value "eodctl.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 fgrp pic x(12) value "pelgrp.dat".
           02 fapq pic x(12) value "apprq.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  ctl-name pic x(29).
       01  ctl-fn redefines ctl-name.
           03 ctl-disk pic xx.
           03 ctl-rest pic x(15).
           03 ctl-nam pic x(12).

       77  prt-device pic x(40) value "PRINTER".

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).
       01  valid-mess.
           02 val-mess pic x(23).

       01  audit-before pic x(250).
       01  seq-save-rec pic x(91).
       77  seq-max pic 9(3).
       77  cl-bal pic s9(9)v99.
       01  gl-parent pic x(20).
       01  gl-code pic x(20).
       77  gl-in pic x.
       77  gl-limit pic 9(7)v99.
       77  gl-bal pic s9(9)v99.
       01  gl-hold pic x(206).
       77  apr-flag pic x value "O".
          88 apr-on value "N".
       77  apr-limit pic 9(7)v99 value 0.
       01  apr-type pic x.
       77  apr-no pic 9(6).
       01  apr-reason pic x(40).
       01  apr-before pic x(250).
       01  apr-after pic x(250).

       01  hold-img.
           02 hold-kin pic x(91).
           02 hold-vt-code pic 999.
           02 hold-vt-rate pic 99v99.
           02 hold-vt-net pic s9(7)v99.
           02 hold-vt-vat pic s9(7)v99.
       01  hold-bal-x.
           02 hold-bal pic s9(9)v99.

       77  kin-cat pic 99.
       77  vat-cat pic 99 value 93.
       77  close-per pic 9(6).
       77  ent-per pic 9(6).

       01  vat-descr.
           02 vd-int pic 99.
           02 vd-dot pic x.
           02 vd-dec pic 99.
           02 filler pic x(10).

       01  iv-code pic x(20).
       01  iv-type pic x(15).
       77  iv-no pic 9(6).
       77  iv-copy pic x.
       77  iv-today pic 9(8).
       77  iv-date pic 9(8).

       01  iv-ent.
           02 iv-dd pic 99.
           02 iv-mm pic 99.
           02 iv-yy pic 9(4).

       77  iv-lim pic 99.
       77  iv-q pic 9(4).
       77  iv-r pic 9(4).

       01  dim-tab.
           02 pic x(24) value "312831303130313130313031".
       01  redefines dim-tab.
           02 dim pic 99 occurs 12 times.

       01  iv-tab.
           02 iv-entry occurs 40 times.
              03 iv-item pic x(10).
              03 iv-descr pic x(30).
              03 iv-unit pic x(5).
              03 iv-qty pic 9(5)v99.
              03 iv-price pic 9(7)v99.
              03 iv-vat-code pic 999.
              03 iv-vat-rate pic 99v99.
              03 iv-net pic s9(7)v99.
              03 iv-vat pic s9(7)v99.
       01  iv-tab-line pic x(86).

       77  iv-used pic 99.
       77  iv-cur pic 99.
       77  iv-top pic 99.
       77  iv-row pic 99.
       77  iv-i pic 99.
       77  iv-j pic 99.

       01  iv-e-item pic x(10).
       77  iv-e-qty pic 9(5)v99.
       77  iv-e-price pic 9(7)v99.
       77  iv-e-rate pic 99v99.

       77  iv-t-net pic s9(9)v99.
       77  iv-t-vat pic s9(9)v99.
       77  iv-t-total pic s9(9)v99.

       01  vr-tab.
           02 vr-entry occurs 10 times.
              03 vr-code pic 999.
              03 vr-rate pic 99v99.
              03 vr-net pic s9(9)v99.
              03 vr-vat pic s9(9)v99.
       77  vr-used pic 99.
       77  vr-i pic 99.
       77  vr-j pic 99.
       77  vr-dom pic 99.

       01  iv-memo.
           02 filler pic x(10) value "TIMOLOGIO ".
           02 iv-memo-no pic 9(6).
           02 filler pic x(14) value spaces.

       01  iv-rl.
           02 iv-rl-no pic z9.
           02 filler pic x value space.
           02 iv-rl-item pic x(10).
           02 filler pic x value space.
           02 iv-rl-descr pic x(18).
           02 filler pic x value space.
           02 iv-rl-qty pic zzzz9.99.
           02 filler pic x value space.
           02 iv-rl-price pic zzzzzz9.99.
           02 filler pic x value space.
           02 iv-rl-rate pic z9.99.
           02 filler pic x value space.
           02 iv-rl-net pic zzzzzzz9.99-.

       01  iv-head.
           02 filler pic x(3) value "AA".
           02 filler pic x(11) value "EIDOS".
           02 filler pic x(19) value "PERIGRAFH".
           02 filler pic x(9) value "POSOTHTA".
           02 filler pic x(11) value "      TIMH".
           02 filler pic x(6) value " FPA%".
           02 filler pic x(12) value "       AXIA".

       01  iv-poso-ed pic zzzzzzz9.99-.
       01  iv-no-ed pic zzzzz9.
       01  iv-used-ed pic z9.

       01  iv-date-x.
           02 iv-d-yy pic 9(4). 02 iv-d-mm pic 99. 02 iv-d-dd pic 99.

       01  iv-date-ed.
           02 iv-ed-dd pic 99/. 02 iv-ed-mm pic 99/.
           02 iv-ed-yy pic 9(4).

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
           02 etairia-prt pic x(30).
           02 filler pic x(22) value spaces.
           02 filler pic x(14) value "TIMOLOGIO AR. ".
           02 no-1 pic 9(6).
           02 filler pic x(6) value spaces.

       01  prt-1c.
           02 filler pic x(54) value spaces.
           02 filler pic x(26) value "*** ANTIGRAFO ***".

       01  prt-2.
           02 filler pic x(80) value all "-".

       01  prt-3.
           02 filler pic x(2) value spaces.
           02 filler pic x(11) value "HMER/NIA : ".
           02 date-3 pic x(10).
           02 filler pic x(5) value spaces.
           02 filler pic x(7) value "TYPOS: ".
           02 type-3 pic x(15).
           02 filler pic x(30) value spaces.

       01  prt-4.
           02 filler pic x(2) value spaces.
           02 filler pic x(11) value "PELATHS  : ".
           02 code-4 pic x(20).
           02 filler pic x value space.
           02 epi-4 pic x(25).
           02 filler pic x value space.
           02 onoma-4 pic x(15).
           02 filler pic x(5) value spaces.

       01  prt-5.
           02 filler pic x(13) value spaces.
           02 addr-5 pic x(35).
           02 filler pic x value space.
           02 tk-5 pic x(5).
           02 filler pic x value space.
           02 poli-5 pic x(15).
           02 filler pic x(10) value spaces.

       01  prt-6.
           02 filler pic x(2) value spaces.
           02 filler pic x(11) value "A.F.M.   : ".
           02 afm-6 pic x(8).
           02 filler pic x(59) value spaces.

       01  prt-7.
           02 filler pic x(3) value "AA".
           02 filler pic x(11) value "EIDOS".
           02 filler pic x(22) value "PERIGRAFH".
           02 filler pic x(6) value "MON.".
           02 filler pic x(9) value "POSOTHTA".
           02 filler pic x(11) value "      TIMH".
           02 filler pic x(6) value " FPA%".
           02 filler pic x(12) value "       AXIA".

       01  prt-8.
           02 no-8 pic z9.
           02 filler pic x value space.
           02 item-8 pic x(10).
           02 filler pic x value space.
           02 descr-8 pic x(21).
           02 filler pic x value space.
           02 unit-8 pic x(5).
           02 filler pic x value space.
           02 qty-8 pic zzzz9.99.
           02 filler pic x value space.
           02 price-8 pic zzzzzz9.99.
           02 filler pic x value space.
           02 rate-8 pic z9.99.
           02 filler pic x value space.
           02 net-8 pic zzzzzzz9.99-.

       01  prt-9.
           02 filler pic x(36) value spaces.
           02 filler pic x(8) value "FPA ".
           02 rate-9 pic z9.99.
           02 filler pic x(6) value "% EPI ".
           02 net-9 pic zzzzzzz9.99-.
           02 filler pic x value space.
           02 vat-9 pic zzzzzzz9.99-.

       01  prt-10.
           02 filler pic x(44) value spaces.
           02 lbl-10 pic x(24).
           02 amt-10 pic zzzzzzz9.99-.

       01  prt-12.
           02 filler pic x(2) value spaces.
           02 filler pic x(16) value "EKDOTHIKE APO : ".
           02 oper-12 pic x(10).
           02 filler pic x(52) value spaces.

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
           move fl-disk-path to ctl-disk. move fl-rest-path to ctl-rest.
           move fctl to ctl-nam.
           move par-kin-cat to kin-cat.

           compute iv-today = t-yy * 10000 + t-mm * 100 + t-dd.

           move fparam to fl-nam.
           open input params.
           move "PARAMS" to pm-id.
           read params invalid initialize params-rec end-read.
           close params.
           if pm-vat-cat numeric and pm-vat-cat not = 0
              move pm-vat-cat to vat-cat.
           if pm-apr-on = "N" move "N" to apr-flag.
           if pm-apr-kin numeric move pm-apr-kin to apr-limit.

           move fkin to fl-nam. open i-o kinhseis.
           move fpel to fl-nam. open input pelates.
           move fitem to fl-nam. open input items.

       begin-2.
           perform inv-box.
           initialize iv-code iv-tab.
           move "TIMOLOGIO" to iv-type.
           move 0 to iv-used iv-t-net iv-t-vat iv-t-total.
           move 1 to iv-cur iv-top.
           move t-dd to iv-dd. move t-mm to iv-mm. move t-yy to iv-yy.
           move space to iv-copy.

       a1.
           accept iv-code line 5 position 19 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go telos
              when 2 perform reprint thru reprint-ex
                     go begin-2
              when other go a1
           end-evaluate.

           if iv-code = spaces go a1.

           move iv-code to kodikos.
           read pelates invalid
                move "CODE NOT FOUND      " to inval-mess
                perform invalid-message
                go a1.

           if pel-status (1:5) = "BLOCK"
              move "PELATHS BLOCKED     " to inval-mess
              perform invalid-message
              go a1.

           move c-name(6) to bc. move c-name(7) to fc.
           display epitheto line 5 position 41 size 20 control col-cnt
                   onoma line 5 position 62.

       a2.
           accept iv-dd line 6 position 19 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a1
              when other go a2
           end-evaluate.

           if iv-dd = 0 or iv-dd > 31 go a2.

       a2-2.
           accept iv-mm line 6 position 22 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a2
              when other go a2-2
           end-evaluate.

           if iv-mm = 0 or iv-mm > 12 go a2-2.

       a2-3.
           accept iv-yy line 6 position 25 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a2-2
              when other go a2-3
           end-evaluate.

           if iv-yy < 1900
              move "LATHOS HMEROMHNIA   " to inval-mess
              perform invalid-message
              go a2.

           perform month-end.
           if iv-dd > iv-lim
              move "LATHOS HMEROMHNIA   " to inval-mess
              perform invalid-message
              go a2.

       a3.
           accept iv-type line 6 position 55 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a2
              when other go a3
           end-evaluate.

           perform check-type thru check-type-ex.
           if flag = 1 go a3.

       l1.
           if iv-cur < iv-top
              move iv-cur to iv-top
              perform rows-disp.

           if iv-cur > iv-top + 9
              compute iv-top = iv-cur - 9
              perform rows-disp.

           compute iv-row = iv-cur - iv-top + 9.

           if iv-cur > iv-used
              move spaces to iv-e-item
           else
              move iv-item (iv-cur) to iv-e-item.

           accept iv-e-item line iv-row position 8 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform esc-ask thru esc-ask-ex
                      if syn-n go begin-2 end-if
                      go l1
              when 4 perform post thru post-ex
                     if flag = 0 go begin-2 end-if
                     go l1
              when 6 perform row-del thru row-del-ex
                     go l1
              when 52 if iv-cur > 1 subtract 1 from iv-cur
                                    go l1
                      end-if
                      go a3
              when 53 if iv-cur not > iv-used add 1 to iv-cur
                      end-if
                      go l1
              when other go l1
           end-evaluate.

           if iv-e-item = spaces go l1.

           move iv-e-item to im-code.
           read items invalid
                move "EIDOS DEN YPARXEI   " to inval-mess
                perform invalid-message
                perform row-disp
                go l1.

           if im-active not = "N"
              move "EIDOS ANENERGO      " to inval-mess
              perform invalid-message
              perform row-disp
              go l1.

           if iv-cur not > iv-used
              and iv-e-item = iv-item (iv-cur)
              go l2.

           perform item-rate thru item-rate-ex.
           if flag = 1
              perform row-disp
              go l1.

           if iv-cur > iv-used
              if iv-used not < 40
                 move "MEGISTO 40 GRAMMES  " to inval-mess
                 perform invalid-message
                 go l1
              end-if
              add 1 to iv-used
              move iv-used to iv-cur
              move 1 to iv-qty (iv-cur).

           move im-code to iv-item (iv-cur).
           move im-descr to iv-descr (iv-cur).
           move im-unit to iv-unit (iv-cur).
           move im-price to iv-price (iv-cur).
           move im-vat-code to iv-vat-code (iv-cur).
           move iv-e-rate to iv-vat-rate (iv-cur).

           perform line-calc.
           perform row-disp.
           perform tot-disp.

       l2.
           move iv-qty (iv-cur) to iv-e-qty.

           accept iv-e-qty line iv-row position 38 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform row-disp go l1
              when 52 perform row-disp go l1
              when other go l2
           end-evaluate.

           if iv-e-qty = 0 go l2.

           move iv-e-qty to iv-qty (iv-cur).

       l3.
           move iv-price (iv-cur) to iv-e-price.

           accept iv-e-price line iv-row position 47 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform line-calc perform row-disp
                      perform tot-disp go l1
              when 52 go l2
              when other go l3
           end-evaluate.

           move iv-e-price to iv-price (iv-cur).

           perform line-calc.
           perform row-disp.
           perform tot-disp.

           add 1 to iv-cur.
           go l1.

       line-calc.
           compute iv-net (iv-cur) rounded =
                   iv-qty (iv-cur) * iv-price (iv-cur).
           compute iv-vat (iv-cur) rounded =
                   iv-net (iv-cur) * iv-vat-rate (iv-cur) / 100.

       item-rate.
           move 0 to flag.
           move 0 to iv-e-rate.

           if im-vat-code = 0 go item-rate-ex.

           move fconst to fl-nam.
           open input const.
           move vat-cat to cat-code. move im-vat-code to type-code.
           read const invalid move spaces to type-descr end-read.
           close const.

           move type-descr to vat-descr.

           if vd-int not numeric or vd-dot not = "."
              or vd-dec not numeric
              move 1 to flag
              move "LATHOS SYNTELESTHS  " to inval-mess
              perform invalid-message
              go item-rate-ex.

           compute iv-e-rate = vd-int + vd-dec / 100.

       item-rate-ex.
           exit.

       row-del.
           if iv-cur > iv-used go row-del-ex.

           perform varying iv-i from iv-cur by 1 until iv-i > 39
              compute iv-j = iv-i + 1
              move iv-entry (iv-j) to iv-entry (iv-i)
           end-perform.

           initialize iv-entry (40).
           subtract 1 from iv-used.

           perform rows-disp.
           perform tot-disp.

       row-del-ex.
           exit.

       esc-ask.
           move "N" to synexeia.
           if iv-used = 0 go esc-ask-ex.

           move c-name(6) to bc. move c-name(8) to fc.
           display "AKYRWSH TIMOLOGIOY (N/O):" line 20 position 5
                   control col-cnt.

           move "o" to synexeia.
           accept synexeia line 20 position 31 update tab blink.

           perform clear-prompt.

           if not syn-n and not syn-o go esc-ask.

       esc-ask-ex.
           exit.

       rows-disp.
           move c-name(6) to bc. move c-name(7) to fc.

           perform varying iv-i from iv-top by 1
                   until iv-i > iv-top + 9
              compute iv-row = iv-i - iv-top + 9
              if iv-i > iv-used
                 display inv-line line iv-row position 5 size 71
                         control col-cnt
              else
                 perform row-build
                 display iv-rl line iv-row position 5
                         control col-cnt
              end-if
           end-perform.

           compute iv-row = iv-cur - iv-top + 9.

       row-disp.
           move c-name(6) to bc. move c-name(7) to fc.

           if iv-cur > iv-used
              display inv-line line iv-row position 5 size 71
                      control col-cnt
           else
              move iv-cur to iv-i
              perform row-build
              display iv-rl line iv-row position 5 control col-cnt.

       row-build.
           move iv-i to iv-rl-no.
           move iv-item (iv-i) to iv-rl-item.
           move iv-descr (iv-i) to iv-rl-descr.
           move iv-qty (iv-i) to iv-rl-qty.
           move iv-price (iv-i) to iv-rl-price.
           move iv-vat-rate (iv-i) to iv-rl-rate.
           move iv-net (iv-i) to iv-rl-net.

       tot-calc.
           move 0 to iv-t-net iv-t-vat.
           initialize vr-tab.
           move 0 to vr-used vr-dom.

           perform varying iv-i from 1 by 1 until iv-i > iv-used
              add iv-net (iv-i) to iv-t-net
              add iv-vat (iv-i) to iv-t-vat
              perform vr-add
           end-perform.

           compute iv-t-total = iv-t-net + iv-t-vat.

           perform varying vr-i from 1 by 1 until vr-i > vr-used
              if vr-dom = 0
                 move vr-i to vr-dom
              else
                 if vr-vat (vr-i) > vr-vat (vr-dom)
                    move vr-i to vr-dom
                 end-if
              end-if
           end-perform.

       vr-add.
           move 0 to vr-j.

           perform varying vr-i from 1 by 1 until vr-i > vr-used
              if vr-code (vr-i) = iv-vat-code (iv-i)
                 and vr-rate (vr-i) = iv-vat-rate (iv-i)
                 move vr-i to vr-j
              end-if
           end-perform.

           if vr-j not = 0
              add iv-net (iv-i) to vr-net (vr-j)
              add iv-vat (iv-i) to vr-vat (vr-j)
           else
              if vr-used < 10
                 add 1 to vr-used
                 move iv-vat-code (iv-i) to vr-code (vr-used)
                 move iv-vat-rate (iv-i) to vr-rate (vr-used)
                 move iv-net (iv-i) to vr-net (vr-used)
                 move iv-vat (iv-i) to vr-vat (vr-used).

       tot-disp.
           perform tot-calc.

           move c-name(6) to bc. move c-name(8) to fc.
           move iv-t-net to iv-poso-ed.
           display iv-poso-ed line 19 position 14 control col-cnt.
           move iv-t-vat to iv-poso-ed.
           display iv-poso-ed line 19 position 33 control col-cnt.
           move iv-t-total to iv-poso-ed.
           display iv-poso-ed line 19 position 55 control col-cnt.
           move iv-used to iv-used-ed.
           display iv-used-ed line 19 position 73 control col-cnt.

       month-end.
           move dim (iv-mm) to iv-lim.

           if iv-mm = 2
              divide iv-yy by 4 giving iv-q remainder iv-r
              if iv-r = 0 move 29 to iv-lim end-if
              divide iv-yy by 100 giving iv-q remainder iv-r
              if iv-r = 0 move 28 to iv-lim end-if
              divide iv-yy by 400 giving iv-q remainder iv-r
              if iv-r = 0 move 29 to iv-lim end-if
           end-if.

       post.
           move 1 to flag.
           move space to apr-type.

           if iv-used = 0
              move "XWRIS GRAMMES       " to inval-mess
              perform invalid-message
              go post-ex.

           perform tot-calc.

           if iv-t-total not > 0 or iv-t-total > 9999999.99
              move "LATHOS SYNOLO       " to inval-mess
              perform invalid-message
              go post-ex.

           perform check-type thru check-type-ex.
           if flag = 1 go post-ex.

           compute ent-per = iv-yy * 100 + iv-mm.
           perform check-period thru check-period-ex.
           if flag = 1 go post-ex.

           compute iv-date = iv-yy * 10000 + iv-mm * 100 + iv-dd.

           perform check-limit thru check-limit-ex.
           if flag = 1 go post-ex.

           if apr-on and apr-type = space and apr-limit > 0
              and iv-t-total not < apr-limit
              move "K" to apr-type.

       post-2.
           move c-name(6) to bc. move c-name(8) to fc.
           display "EKDOSH TIMOLOGIOY (N/O):" line 20 position 5
                   control col-cnt.

           move "o" to synexeia.
           accept synexeia line 20 position 30 update tab blink.

           perform clear-prompt.

           evaluate true
              when syn-n continue
              when syn-o move 1 to flag go post-ex
              when other go post-2
           end-evaluate.

           if apr-type not = space
              perform inv-hold thru inv-hold-ex
              go post-ex.

           initialize kinhsh-rec.
           move iv-code to kin-kodikos.
           move iv-date to kin-date.
           move iv-type to kin-type.
           move iv-t-total to kin-poso.
           move 0 to iv-memo-no.
           move iv-memo to kin-memo.
           move 0 to kin-receipt.

           perform next-seq thru next-seq-ex.

           move 0 to lock-count.

       post-3.
           write kinhsh-rec invalid
                 move kin-stat to file-stat
                 if file-stat = "99" and lock-count < par-lock-max
                    add 1 to lock-count
                    perform retry-delay
                    go post-3
                 end-if
                 perform invalid-info
                 move 1 to flag
                 go post-ex
           end-write.

           perform next-invoice.

           move iv-no to iv-memo-no.
           move iv-memo to kin-memo.
           rewrite kinhsh-rec invalid continue end-rewrite.

           move "kinhsh" to aud-prog.
           move kin-kodikos to aud-key.
           move spaces to aud-before.
           move kinhsh-rec to aud-after.
           move "A" to aud-op.
           perform audit-put.

           if vr-dom not = 0 and vr-code (vr-dom) not = 0
              perform kx-put thru kx-put-ex.

           initialize invhdr-rec.
           move iv-no to ih-no.
           move kin-key to ih-kin-key.
           move iv-type to ih-type.
           move iv-used to ih-lines.
           move iv-t-net to ih-net.
           move iv-t-vat to ih-vat.
           move iv-t-total to ih-total.
           move oper-code to ih-oper.
           move iv-today to ih-on.

           move finvh to fl-nam.
           open i-o invhdr.
           write invhdr-rec invalid continue end-write.
           close invhdr.

           move "invoice" to aud-prog.
           move ih-kodikos to aud-key.
           move spaces to aud-before.
           move invhdr-rec to aud-after.
           move "A" to aud-op.
           perform audit-put.

           perform inv-lines.

           perform inv-print thru inv-print-ex.

           move 0 to flag.

           move iv-no to iv-no-ed.
           move spaces to val-mess.
           string "EKDOTHIKE AR." delimited by size
                  iv-no-ed delimited by size
                  into val-mess.
           perform valid-message.

       post-ex.
           exit.

       inv-lines.
           move finvl to fl-nam.
           open i-o invline.

           perform varying iv-i from 1 by 1 until iv-i > iv-used
              initialize invline-rec
              move iv-no to il-no
              move iv-i to il-line
              move iv-item (iv-i) to il-item
              move iv-date to il-date
              move iv-descr (iv-i) to il-descr
              move iv-unit (iv-i) to il-unit
              move iv-qty (iv-i) to il-qty
              move iv-price (iv-i) to il-price
              move iv-vat-code (iv-i) to il-vat-code
              move iv-vat-rate (iv-i) to il-vat-rate
              move iv-net (iv-i) to il-net
              move iv-vat (iv-i) to il-vat
              write invline-rec invalid continue end-write
           end-perform.

           close invline.

       inv-hold.
           move 1 to flag.

           move c-name(6) to bc. move c-name(8) to fc.
           display "LOGOS EGKRISHS:" line 20 position 5
                   control col-cnt.

           move spaces to apr-reason.

       inv-hold-2.
           accept apr-reason line 20 position 21 prompt "."
               control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 display inv-line line 20 position 5 size 56
                              control col-cnt
                      go inv-hold-ex
              when other go inv-hold-2
           end-evaluate.

           if apr-reason = spaces go inv-hold-2.

           display inv-line line 20 position 5 size 56 control col-cnt.

           perform next-invoice.

           initialize kinhsh-rec.
           move iv-code to kin-kodikos.
           move iv-date to kin-date.
           move iv-type to kin-type.
           move iv-t-total to kin-poso.
           move iv-no to iv-memo-no.
           move iv-memo to kin-memo.
           move 0 to kin-receipt.

           move kinhsh-rec to hold-kin.
           move 0 to hold-vt-code hold-vt-rate.
           move iv-t-net to hold-vt-net.
           move iv-t-vat to hold-vt-vat.
           if vr-dom not = 0 and vr-code (vr-dom) not = 0
              move vr-code (vr-dom) to hold-vt-code
              move vr-rate (vr-dom) to hold-vt-rate.

           move spaces to apr-before.
           move pelates-rec to apr-before (1:206).
           move cl-bal to hold-bal.
           move hold-bal-x to apr-before (207:11).

           move spaces to apr-after.
           move hold-img to apr-after (1:116).
           move iv-no to apr-after (117:6).

           move fseq to fl-nam.
           open i-o seqctl.
           move "APPROVE" to seq-id.

           read seqctl invalid
                move 0 to seq-next
                write seqctl-rec invalid continue end-write
           end-read.

           add 1 to seq-next.
           move seq-next to apr-no.

           rewrite seqctl-rec invalid continue end-rewrite.
           close seqctl.

           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.

           initialize apprq-rec.
           move apr-no to apq-no.
           move apr-type to apq-type.
           move "P" to apq-stat.
           move iv-code to apq-kodikos.
           move spaces to apq-kodikos2.
           move iv-t-total to apq-amount.
           move apr-reason to apq-reason.
           move oper-code to apq-req-oper.
           move aud-date to apq-req-date.
           move aud-time to apq-req-time.
           move spaces to apq-app-oper.
           move apr-before to apq-before.
           move apr-after to apq-after.

           move fapq to fl-nam.
           open i-o apprq.
           write apprq-rec invalid continue end-write.
           close apprq.

           move "apprq" to aud-prog.
           move apq-kodikos to aud-key.
           move apq-before to aud-before.
           move apprq-rec (1:151) to aud-after.
           move "Q" to aud-op.
           perform audit-put.

           initialize invhdr-rec.
           move iv-no to ih-no.
           move iv-code to ih-kodikos.
           move iv-date to ih-date.
           move 0 to ih-kin-seq.
           move iv-type to ih-type.
           move iv-used to ih-lines.
           move iv-t-net to ih-net.
           move iv-t-vat to ih-vat.
           move iv-t-total to ih-total.
           move oper-code to ih-oper.
           move iv-today to ih-on.
           move "P" to ih-status.

           move finvh to fl-nam.
           open i-o invhdr.
           write invhdr-rec invalid continue end-write.
           close invhdr.

           move "invoice" to aud-prog.
           move ih-kodikos to aud-key.
           move spaces to aud-before.
           move invhdr-rec to aud-after.
           move "A" to aud-op.
           perform audit-put.

           perform inv-lines.

           move 0 to flag.

           move "STALTHKE GIA EGKRISH" to inval-mess.
           perform invalid-message.

       inv-hold-ex.
           exit.

       kx-put.
           move fkx to fl-nam.
           open i-o kinext.

           initialize kinext-rec.
           move kin-key to kx-key.
           move space to kx-rev-flag.
           move vr-code (vr-dom) to kx-vat-code.
           move vr-rate (vr-dom) to kx-vat-rate.
           move iv-t-net to kx-net.
           move iv-t-vat to kx-vat.

           write kinext-rec invalid go kx-put-2 end-write.

           move "kinext" to aud-prog.
           move kx-kodikos to aud-key.
           move spaces to aud-before.
           move kinext-rec to aud-after.
           move "A" to aud-op.
           perform audit-put.

       kx-put-2.
           close kinext.

       kx-put-ex.
           exit.

       next-invoice.
           move fseq to fl-nam.
           open i-o seqctl.
           move "INVOICE" to seq-id.

           read seqctl invalid
                move 0 to seq-next
                write seqctl-rec invalid continue end-write
           end-read.

           add 1 to seq-next.
           move seq-next to iv-no.

           rewrite seqctl-rec invalid continue end-rewrite.
           close seqctl.

       next-seq.
           move kinhsh-rec to seq-save-rec.
           move 0 to seq-max.
           move 0 to kin-seq.

           start kinhseis key not < kin-key
                 invalid go next-seq-ex.

       next-seq-2.
           read kinhseis next record at end go next-seq-ex.

           if kin-kodikos not = seq-save-rec (1:20) go next-seq-ex.
           if kin-date not = seq-save-rec (21:8) go next-seq-ex.

           move kin-seq to seq-max.

           go next-seq-2.

       next-seq-ex.
           move seq-save-rec to kinhsh-rec.
           compute kin-seq = seq-max + 1.

       retry-delay.
           perform varying lock-wait from 1 by 1 until lock-wait > 2000
           end-perform.

       check-type.
           move 0 to flag.

           if iv-type = spaces
              move 1 to flag
              move "TYPE REQUIRED       " to inval-mess
              perform invalid-message
              go check-type-ex
           end-if.

           move fconst to fl-nam.
           open input const.

           move kin-cat to cat-code. move zeros to type-code.

           start const key not < const-code
                 invalid go check-type-bad.

       check-type-2.
           read const next at end go check-type-bad.

           if cat-code not = kin-cat go check-type-bad.

           if type-descr = iv-type go check-type-ok.

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

       check-period.
           move 0 to flag.
           move 0 to close-per.

           open input eodctl.
           move "CLOSE" to eod-id.
           read eodctl invalid continue
                not invalid compute close-per = eod-date / 100
           end-read.
           close eodctl.

           if close-per = 0 go check-period-ex.

           if ent-per not > close-per
              move 1 to flag
              move "PERIODOS KLEISTH    " to inval-mess
              perform invalid-message.

       check-period-ex.
           exit.

       check-limit.
           move 0 to flag.

           if pel-limit = 0 go check-limit-5.

           move 0 to cl-bal.

           move iv-code to kin-kodikos.
           move 0 to kin-date. move 0 to kin-seq.

           start kinhseis key not < kin-key
                 invalid go check-limit-3.

       check-limit-2.
           read kinhseis next record at end go check-limit-3.

           if kin-kodikos not = iv-code go check-limit-3.

           add kin-poso to cl-bal.

           go check-limit-2.

       check-limit-3.
           compute cl-bal = cl-bal + iv-t-total.

           if cl-bal not > pel-limit go check-limit-5.

           if oper-level < 3
              move 1 to flag
              move "YPERBASH ORIOY      " to inval-mess
              perform invalid-message
              go check-limit-ex.

       check-limit-4.
           move c-name(6) to bc. move c-name(8) to fc.
           display "YPERBASH ORIOY! (N/O):" line 20 position 5
                   control col-cnt.

           move "o" to synexeia.
           accept synexeia line 20 position 28 update tab blink.

           perform clear-prompt.

           evaluate true
              when syn-n if apr-on move "L" to apr-type end-if
              when syn-o move 1 to flag
              when other go check-limit-4
           end-evaluate.

           if flag = 1 go check-limit-ex.

       check-limit-5.
           perform grp-limit thru grp-limit-ex.

       check-limit-ex.
           exit.

       grp-find.
           move "N" to gl-in.

           move fgrp to fl-nam.
           open input pelgrp.

           move gl-code to pg-kodikos.

           read pelgrp invalid move gl-code to gl-parent
                not invalid move pg-parent to gl-parent
                            move "Y" to gl-in
           end-read.

           if gl-in = "Y" go grp-find-2.

           move gl-parent to pg-parent.

           start pelgrp key not < pg-parent
                 invalid go grp-find-2.

           read pelgrp next record at end go grp-find-2.

           if pg-parent = gl-parent move "Y" to gl-in.

       grp-find-2.
           close pelgrp.

       grp-find-ex.
           exit.

       grp-limit.
           move iv-code to gl-code.

           perform grp-find thru grp-find-ex.

           if gl-in not = "Y" go grp-limit-ex.

           move pelates-rec to gl-hold.
           move gl-parent to kodikos.
           read pelates invalid move 0 to pel-limit end-read.
           move pel-limit to gl-limit.
           move gl-hold to pelates-rec.

           if gl-limit = 0 go grp-limit-ex.

           move 0 to gl-bal.
           move gl-parent to gl-code.
           perform gl-sum thru gl-sum-ex.

           move fgrp to fl-nam.
           open input pelgrp.

           move gl-parent to pg-parent.

           start pelgrp key not < pg-parent
                 invalid go grp-limit-3.

       grp-limit-2.
           read pelgrp next record at end go grp-limit-3.

           if pg-parent not = gl-parent go grp-limit-3.

           move pg-kodikos to gl-code.
           perform gl-sum thru gl-sum-ex.

           go grp-limit-2.

       grp-limit-3.
           close pelgrp.

           compute gl-bal = gl-bal + iv-t-total.

           if gl-bal not > gl-limit go grp-limit-ex.

           if oper-level < 3
              move 1 to flag
              move "YPERBASH ORIOY OMIL." to inval-mess
              perform invalid-message
              go grp-limit-ex.

       grp-limit-4.
           move c-name(6) to bc. move c-name(8) to fc.
           display "YPERB.ORIO OMILOY (N/O):" line 20 position 5
                   control col-cnt.

           move "o" to synexeia.
           accept synexeia line 20 position 30 update tab blink.

           perform clear-prompt.

           evaluate true
              when syn-n if apr-on move "L" to apr-type end-if
              when syn-o move 1 to flag
              when other go grp-limit-4
           end-evaluate.

       grp-limit-ex.
           exit.

       gl-sum.
           move gl-code to kin-kodikos.
           move 0 to kin-date. move 0 to kin-seq.

           start kinhseis key not < kin-key
                 invalid go gl-sum-ex.

       gl-sum-2.
           read kinhseis next record at end go gl-sum-ex.

           if kin-kodikos not = gl-code go gl-sum-ex.

           add kin-poso to gl-bal.

           go gl-sum-2.

       gl-sum-ex.
           exit.

       reprint.
           move 0 to iv-no.

           move c-name(6) to bc. move c-name(8) to fc.
           display "AR. TIMOLOGIOY:" line 20 position 5
                   control col-cnt.

       reprint-2.
           accept iv-no line 20 position 21 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform clear-prompt go reprint-ex
              when other go reprint-2
           end-evaluate.

           perform clear-prompt.

           if iv-no = 0 go reprint-ex.

           move finvh to fl-nam.
           open input invhdr.
           move iv-no to ih-no.
           read invhdr invalid move 1 to flag
                not invalid move 0 to flag
           end-read.
           close invhdr.

           if flag = 1
              move "   NOT FOUND        " to inval-mess
              perform invalid-message
              go reprint-ex.

           if ih-status = "P"
              move "ANAMENEI EGKRISH    " to inval-mess
              perform invalid-message
              go reprint-ex.

           if ih-status = "X"
              move "EGKRISH APORRIFTHKE " to inval-mess
              perform invalid-message
              go reprint-ex.

           move ih-kodikos to iv-code kodikos.
           read pelates invalid initialize pelates-rest
                                move spaces to onoma epitheto
           end-read.

           move ih-date to iv-date-x.
           move iv-d-dd to iv-dd. move iv-d-mm to iv-mm.
           move iv-d-yy to iv-yy.
           move ih-date to iv-date.
           move ih-type to iv-type.

           initialize iv-tab.
           move 0 to iv-used.

           move finvl to fl-nam.
           open input invline.

           move ih-no to il-no.
           move 0 to il-line.

           start invline key not < il-key
                 invalid go reprint-4.

       reprint-3.
           read invline next record at end go reprint-4.

           if il-no not = ih-no go reprint-4.
           if iv-used not < 40 go reprint-4.

           add 1 to iv-used.
           move il-item to iv-item (iv-used).
           move il-descr to iv-descr (iv-used).
           move il-unit to iv-unit (iv-used).
           move il-qty to iv-qty (iv-used).
           move il-price to iv-price (iv-used).
           move il-vat-code to iv-vat-code (iv-used).
           move il-vat-rate to iv-vat-rate (iv-used).
           move il-net to iv-net (iv-used).
           move il-vat to iv-vat (iv-used).

           go reprint-3.

       reprint-4.
           close invline.

           perform tot-calc.

           if ih-status = "A"
              perform inv-print thru inv-print-ex
              perform inv-issued thru inv-issued-ex
              move "EKTYPWSH EGINE      " to val-mess
              perform valid-message
              go reprint-ex.

           move "Y" to iv-copy.
           perform inv-print thru inv-print-ex.
           move space to iv-copy.

           move "ANATYPWSH EGINE" to val-mess.
           perform valid-message.

       reprint-ex.
           exit.

       inv-issued.
           move finvh to fl-nam.
           open i-o invhdr.

           read invhdr invalid go inv-issued-2.

           move invhdr-rec to aud-before.
           move space to ih-status.

           rewrite invhdr-rec invalid go inv-issued-2 end-rewrite.

           move "invoice" to aud-prog.
           move ih-kodikos to aud-key.
           move invhdr-rec to aud-after.
           move "U" to aud-op.
           perform audit-put.

       inv-issued-2.
           close invhdr.

       inv-issued-ex.
           exit.

       inv-print.
           perform spool-open.
           open extend iv-prt.

           move etairia to etairia-prt.
           move iv-no to no-1.
           write prt-rec from prt-1.

           if iv-copy = "Y"
              write prt-rec from prt-1c.

           write prt-rec from prt-2.

           move iv-date to iv-date-x.
           move iv-d-dd to iv-ed-dd. move iv-d-mm to iv-ed-mm.
           move iv-d-yy to iv-ed-yy.
           move iv-date-ed to date-3.
           move iv-type to type-3.
           write prt-rec from prt-3.

           move iv-code to code-4.
           move epitheto to epi-4.
           move onoma to onoma-4.
           write prt-rec from prt-4.

           move dieythynsh to addr-5.
           move tk to tk-5.
           move poli to poli-5.
           write prt-rec from prt-5.

           move afm to afm-6.
           write prt-rec from prt-6.

           write prt-rec from prt-2.
           write prt-rec from prt-7.
           write prt-rec from prt-2.

           perform varying iv-i from 1 by 1 until iv-i > iv-used
              move iv-i to no-8
              move iv-item (iv-i) to item-8
              move iv-descr (iv-i) to descr-8
              move iv-unit (iv-i) to unit-8
              move iv-qty (iv-i) to qty-8
              move iv-price (iv-i) to price-8
              move iv-vat-rate (iv-i) to rate-8
              move iv-net (iv-i) to net-8
              write prt-rec from prt-8
           end-perform.

           write prt-rec from prt-2.

           perform varying vr-i from 1 by 1 until vr-i > vr-used
              move vr-rate (vr-i) to rate-9
              move vr-net (vr-i) to net-9
              move vr-vat (vr-i) to vat-9
              write prt-rec from prt-9
           end-perform.

           move "KATHARH AXIA..........:" to lbl-10.
           move iv-t-net to amt-10.
           write prt-rec from prt-10.

           move "FPA...................:" to lbl-10.
           move iv-t-vat to amt-10.
           write prt-rec from prt-10.

           move "SYNOLO TIMOLOGIOY.....:" to lbl-10.
           move iv-t-total to amt-10.
           write prt-rec from prt-10.

           write prt-rec from prt-2.

           move oper-code to oper-12.
           write prt-rec from prt-12.

           close iv-prt.

           perform spool-close.

       inv-print-ex.
           exit.

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
           move "inv01" to spl-job.
           move oper-code to spl-oper.
           move iv-today to spl-date.
           move 1 to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.

       audit-put.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move oper-code to aud-operator.

           perform audit-chain thru audit-chain-ex.

       clear-prompt.
           move c-name(6) to bc. move c-name(8) to fc.
           display inv-line line 20 position 5 size 44 control col-cnt.

       inv-box.
           perform clean-box.

           move c-name(6) to bc. move c-name(8) to fc.
           display "################################# TIMO"
                   line 3 position 3 control col-cnt
                   "LOGHSH ##############################"
                   line 3 position 41.

           perform varying x from 4 by 1 until x > 21
           display "#                                     "
                   line x position 3
                   "                                    #"
                   line x position 41
           end-perform.

           display "######################################"
                   line 22 position 3
                   "#####################################"
                   line 22 position 41

                   "PELATHS.....:" line 5 position 5
                   "HMER/NIA....:" line 6 position 5
                   "/" line 6 position 21
                   "/" line 6 position 24
                   "TYPOS KINHS.:" line 6 position 41
                   iv-head line 8 position 5
                   "KATHARH:" line 19 position 5
                   "FPA:" line 19 position 28
                   "SYNOLO:" line 19 position 47
                   "GR:" line 19 position 69
                   "ESC" line 21 position 5
                   "F2" line 21 position 17
                   "F4" line 21 position 32
                   "F6" line 21 position 43.

           move c-name(3) to bc. move c-name(8) to fc.
           display "EXODOS" line 21 position 9 control col-cnt
                   "ANATYPWSH" line 21 position 20
                   "EKDOSH" line 21 position 35
                   "DIAGR.GRAMMHS" line 21 position 46.

           display bc-line line 23 position 5 size 75 control nor-cnt.
           perform varying x from 4 by 1 until x > 22
           display bc-line line x position 78 size 2 control nor-cnt
           end-perform.

       invalid-message.
           move c-name(2) to bc. move c-name(3) to fc.
           display inval-mess line 20 position 50 control col-cnt.
           accept flag line 24 position 80 no beep control acpt-col.
           move c-name(6) to bc. move c-name(8) to fc.
           display inv-line line 20 position 50 size 20 control col-cnt.

       valid-message.
           move c-name(2) to bc. move c-name(3) to fc.
           display val-mess line 20 position 50 control col-cnt.
           accept flag line 24 position 80 no beep control acpt-col.
           move c-name(6) to bc. move c-name(8) to fc.
           display inv-line line 20 position 50 size 23 control col-cnt.

       invalid-info.
           evaluate file-stat
              when "99"  move "RECORD IN USE, RETRY" to inval-mess
              when other move "FILE ERROR          " to inval-mess
           end-evaluate.
           perform invalid-message.

       clean-box.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 3 by 1 until x > 23
           display bc-line line x position 3 size 77
                           control col-cnt
           end-perform.

       telos.
           close kinhseis pelates items.
           perform clean-box.
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
