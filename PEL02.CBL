           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

           select optional agores assign random file-name
           organization indexed
           access dynamic
           record key kin-key
           status kin-stat.

           select optional kinalloc assign random file-name
           organization indexed
           access dynamic
           record key alc-key
           alternate record key alc-crd-key with duplicates
           status alc-stat.

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

           select optional pelbal assign random file-name
           organization indexed
           access dynamic
           record key bal-kodikos
           status bal-stat.

           select optional score assign random file-name
           organization indexed
           access dynamic
           record key sc-kodikos
           alternate record key sc-rank with duplicates
           status sc-stat.

           select optional splctl assign random file-name
           organization indexed
           access dynamic
           record key pm-id
           status param-stat.

           select optional diary assign random file-name
           organization indexed
           access dynamic
           record key fu-key
           alternate record key fu-oper-key with duplicates
           alternate record key fu-kodikos with duplicates
           status fu-stat.

           select optional opers assign random file-name
           organization indexed
           access dynamic
           record key opr-id
           status oper-stat.

           select optional apprq assign random file-name
           organization indexed
           access dynamic
           record key apq-no
           alternate record key apq-kodikos with duplicates
           status apq-fstat.

           select optional contract assign random file-name
           organization indexed
           access dynamic
           record key con-no
           alternate record key con-kodikos with duplicates
           alternate record key con-end with duplicates
           status con-stat.

           select optional consent assign random file-name
           organization indexed
           access dynamic
           record key cns-key
           status cns-stat.

           select optional email assign random file-name
           organization indexed
           access dynamic
           record key eml-key
           status eml-stat.

           select optional ticket assign random file-name
           organization indexed
           access dynamic
           record key tk-no
           alternate record key tk-kodikos with duplicates
           alternate record key tk-oper-key with duplicates
           status tk-stat.

           select optional tkhist assign random file-name
           organization indexed
           access dynamic
           record key th-key
           status th-stat.

           select optional pelgrp assign random file-name
           organization indexed
           access dynamic
           record key pg-kodikos
           alternate record key pg-parent with duplicates
           status pg-stat.

           select optional cars assign random file-name
           organization indexed
           access dynamic
           record key car-plate
           alternate record key car-kodikos with duplicates
           alternate record key car-make with duplicates
           alternate record key car-chassis with duplicates
           status car-stat.

           select optional charges assign random file-name
           organization indexed
           access dynamic
           record key chg-key
           status chg-stat.

           select optional plan assign random file-name
           organization indexed
           access dynamic
           record key pl-no
           alternate record key pl-kodikos with duplicates
           status pl-stat.

           select optional dunning assign random file-name
           organization indexed
           access dynamic
           record key dun-kodikos
           status dun-stat.

       data division.
       file section.
       fd pelates.
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

       fd agores.
       01 agores-rec.
             03 kin-memo pic x(30).
             03 kin-receipt pic 9(6).

       fd kinalloc.
       01 kinalloc-rec.
          02 alc-key.
             03 alc-deb-key.
                04 alc-kodikos pic x(20).
                04 alc-deb-date pic 9(8).
                04 alc-deb-seq pic 9(3).
             03 alc-crd-date pic 9(8).
             03 alc-crd-seq pic 9(3).
          02 alc-crd-key.
             03 alc-crd-kodikos pic x(20).
             03 alc-crd-kdate pic 9(8).
             03 alc-crd-kseq pic 9(3).
          02 alc-poso pic s9(7)v99.
          02 alc-receipt pic 9(6).
          02 alc-date pic 9(8).
          02 alc-oper pic x(10).
          02 alc-how pic x.

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

       fd dqwork.
       01 dqwork-rec.
          02 dqw-key.
          02 bal-poso pic s9(9)v99.
          02 bal-date pic 9(8).

       fd score.
       01 score-rec.
          02 sc-kodikos pic x(20).
          02 sc-date pic 9(8).
          02 sc-last pic 9(8).
          02 sc-days pic 9(5).
          02 sc-cnt pic 9(5).
          02 sc-amt pic s9(9)v99.
          02 sc-points pic 99.
          02 sc-band pic x.
          02 sc-prev pic x.
          02 sc-best pic x.
          02 sc-rank.
             03 sc-inv-pts pic 99.
             03 sc-inv-amt pic 9(9).

       fd splctl.
       01 splctl-rec.
          02 spl-no pic 9(6).
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

       fd diary.
       01 diary-rec.
          02 fu-key.
             03 fu-kodikos pic x(20).
             03 fu-date pic 9(8).
             03 fu-seq pic 9(3).
          02 fu-oper-key.
             03 fu-oper pic x(10).
             03 fu-due pic 9(8).
          02 fu-file pic x.
          02 fu-reason pic x(40).
          02 fu-done pic x.
          02 fu-cr-oper pic x(10).
          02 fu-done-date pic 9(8).
          02 fu-jump pic x.
          02 fu-prog pic x(8).

       fd opers.
       01 opers-rec.
          02 opr-id pic x(10).
          02 opr-name pic x(25).
          02 opr-pass pic x(8).
          02 opr-level pic 9.
          02 opr-fails pic 9.
          02 opr-lock pic x.
          02 opr-pdate pic 9(8).

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

       fd contract.
       01 contract-rec.
          02 con-no pic 9(6).
          02 con-kodikos pic x(20).
          02 con-type pic 999.
          02 con-start pic 9(8).
          02 con-end pic 9(8).
          02 con-value pic 9(7)v99.
          02 con-ren-months pic 99.
          02 con-ren-terms pic x(40).
          02 con-status pic x.
          02 con-ltr pic x.
          02 con-ltr-date pic 9(8).
          02 con-oper pic x(10).

       fd consent.
       01 consent-rec.
          02 cns-key.
             03 cns-file pic x.
             03 cns-kodikos pic x(20).
             03 cns-chan pic 9.
          02 cns-given pic x.
          02 cns-date pic 9(8).
          02 cns-source pic x(15).
          02 cns-oper pic x(10).

       fd email.
       01 email-rec.
          02 eml-key.
             03 eml-file pic x.
             03 eml-kodikos pic x(20).
          02 eml-addr pic x(45).
          02 eml-date pic 9(8).
          02 eml-oper pic x(10).

       fd ticket.
       01 ticket-rec.
          02 tk-no pic 9(6).
          02 tk-kodikos pic x(20).
          02 tk-oper-key.
             03 tk-oper pic x(10).
             03 tk-type pic 999.
          02 tk-descr pic x(40).
          02 tk-prio pic 9.
          02 tk-status pic x.
          02 tk-open pic 9(8).
          02 tk-close pic 9(8).
          02 tk-cr-oper pic x(10).
          02 tk-hist pic 9(3).

       fd tkhist.
       01 tkhist-rec.
          02 th-key.
             03 th-no pic 9(6).
             03 th-seq pic 9(3).
          02 th-date pic 9(8).
          02 th-time pic 9(8).
          02 th-status pic x.
          02 th-oper pic x(10).
          02 th-by pic x(10).
          02 th-note pic x(40).

       fd pelgrp.
       01 pelgrp-rec.
          02 pg-kodikos pic x(20).
          02 pg-parent pic x(20).
          02 pg-date pic 9(8).
          02 pg-oper pic x(10).

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

       fd charges.
       01 charge-rec.
          02 chg-key.
             03 chg-kodikos pic x(20).
             03 chg-no pic 999.
          02 chg-type pic x(15).
          02 chg-poso pic s9(7)v99.
          02 chg-freq pic x.
          02 chg-start pic 9(8).
          02 chg-end pic 9(8).
          02 chg-next pic 9(8).
          02 chg-vat-code pic 999.
          02 chg-memo pic x(11).
          02 chg-status pic x.
          02 chg-last pic 9(8).

       fd plan.
       01 plan-rec.
          02 pl-no pic 9(6).
          02 pl-kodikos pic x(20).
          02 pl-date pic 9(8).
          02 pl-bal pic s9(9)v99.
          02 pl-total pic s9(9)v99.
          02 pl-count pic 99.
          02 pl-first pic 9(8).
          02 pl-paid pic s9(9)v99.
          02 pl-status pic x.
          02 pl-ltr pic x.
          02 pl-ltr-date pic 9(8).
          02 pl-end-date pic 9(8).
          02 pl-oper pic x(10).

       fd dunning.
       01 dunning-rec.
          02 dun-kodikos pic x(20).
          02 dun-level pic 9.
          02 dun-date pic 9(8).
          02 dun-poso pic s9(7)v99.
          02 dun-oldest pic 9(8).
          02 dun-ltr pic 9(3).

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

       77 seq-cand-x pic x(8).

       77 lock-count pic 99.
       01  acpt-cnt pic x(30) value "update,echo,no beep".


       77  apr-flag pic x value "O".
          88 apr-on value "N".
       77  apr-days pic 9(3) value 3.
       77  apr-limit pic 9(7)v99 value 0.
       01  apr-type pic x.
       77  apr-found pic 9.
       77  apr-no pic 9(6).
       01  apr-kod pic x(20).
       01  apr-kod2 pic x(20).
       01  apr-reason pic x(40).
       77  apr-amount pic s9(9)v99.
       01  apr-before pic x(250).
       01  apr-after pic x(250).
       77  apr-today-ser pic 9(7).

       77  con-cat pic 99 value 95.
       77  con-sel pic 9(6).
       01  con-before pic x(250).

       77  tkt-cat pic 99 value 96.
       77  tkt-sel pic 9(6).
       77  tkt-open-cnt pic 9(3).
       77  ed-tkt-cnt pic zz9.
       01  tkt-before pic x(250).
       01  tkt-note pic x(40).
       77  tkt-old-stat pic x.
       01  tkt-old-oper pic x(10).
       77  tkt-h pic 9(3).
       77  tkt-ln pic 99.
       77  tkt-hw pic 9.

       01  tl-pos.
           02 tl-no pic z(5)9.
           02 filler pic x(2) value spaces.
           02 tl-type pic 999.
           02 filler pic x(2) value spaces.
           02 tl-open pic x(10).
           02 filler pic x(2) value spaces.
           02 tl-oper pic x(10).
           02 filler pic x(2) value spaces.
           02 tl-prio pic 9.
           02 filler pic x(2) value spaces.
           02 tl-status pic x.
           02 filler pic x(2) value spaces.
           02 tl-descr pic x(17).

       01  th-ln.
           02 th-l-date pic x(10).
           02 filler pic x value space.
           02 th-l-hh pic 99.
           02 filler pic x value ":".
           02 th-l-mi pic 99.
           02 filler pic x(2) value spaces.
           02 th-l-stat pic x.
           02 filler pic x(2) value spaces.
           02 th-l-oper pic x(10).
           02 filler pic x value space.
           02 th-l-note pic x(22).

       01  th-time-w pic 9(8).
       01  redefines th-time-w.
           02 th-hh pic 99.
           02 th-mi pic 99.
           02 filler pic 9(4).

       01  gv-parent pic x(20).
       01  gv-link pic x(20).
       01  gv-code pic x(20).
       01  gv-ind pic x(20).
       01  gv-before pic x(250).
       77  gv-has pic x.
       77  gv-cnt pic 9(3).
       77  gv-i pic 9(3).
       77  gv-k pic 99.
       77  gv-page pic 99.
       77  gv-pg pic 99.
       77  gv-limit pic 9(7)v99.
       77  gv-open pic s9(9)v99.
       77  gv-alloc pic s9(9)v99.
       77  gv-age pic 9(5).
       77  gv-b-i pic 9.
       77  gv-today-ser pic 9(7).
       01  gv-epi pic x(25).
       01  ed-gv-limit pic zzzzzz9.99.

       01  gv-bk.
           02 gv-b pic s9(9)v99 occurs 4 times.
       01  gv-tot.
           02 gv-t-bal pic s9(9)v99.
           02 gv-t-b pic s9(9)v99 occurs 4 times.

       01  gv-tab.
           02 gv-row pic x(74) occurs 200 times.

       01  gv-pos.
           02 gv-p-code pic x(12).
           02 filler pic x.
           02 gv-p-epi pic x(13).
           02 filler pic x.
           02 gv-p-bal pic -------9.99.
           02 gv-p-bk occurs 4 times.
              03 filler pic x.
              03 gv-p-b pic -------9.

       77  cns-sel pic 9.
       77  cns-ch pic 9.
       77  cns-op-w pic x.
       77  cns-ans pic x.
          88 cns-yes values "N" "n".
          88 cns-no values "O" "o".
       01  cns-src-w pic x(15).
       01  cns-before pic x(56).

       01  cns-chan-names.
           02 pic x(12) value "TAXYDROMEIO ".
           02 pic x(12) value "THLEFWNO    ".
           02 pic x(12) value "SMS         ".
           02 pic x(12) value "E-MAIL      ".
       01  redefines cns-chan-names.
           02 cns-chan-nam pic x(12) occurs 4 times.

       01  cns-ln.
           02 cns-l-no pic 9.
           02 filler pic x value space.
           02 cns-l-nam pic x(12).
           02 cns-l-given pic x(4).
           02 cns-l-date pic x(11).
           02 cns-l-src pic x(16).
           02 cns-l-oper pic x(10).

       01  cns-date-w pic 9(8).
       01  redefines cns-date-w.
           02 cns-yy pic 9(4).
           02 cns-mm pic 99.
           02 cns-dd pic 99.

       01  cns-date-d.
           02 cns-dd-d pic 99.
           02 filler pic x value "/".
           02 cns-mm-d pic 99.
           02 filler pic x value "/".
           02 cns-yy-d pic 9(4).

       01  eml-addr-w pic x(45).
       01  eml-before pic x(45).
       77  eml-op-w pic x.

       01  cl-pos.
           02 cl-no pic z(5)9.
           02 filler pic x(2) value spaces.
           02 cl-type pic 999.
           02 filler pic x(2) value spaces.
           02 cl-start pic x(10).
           02 filler pic x(2) value spaces.
           02 cl-end pic x(10).
           02 filler pic x(2) value spaces.
           02 cl-value pic z(6)9.99.
           02 filler pic x(3) value spaces.
           02 cl-status pic x.

       01  cv-date.
           02 cv-dd pic 99.
           02 cv-mm pic 99.
           02 cv-yy pic 9(4).

       01  cs-date.
           02 cs-dd pic 99.
           02 cs-mm pic 99.
           02 cs-yy pic 9(4).

       01  ce-date.
           02 ce-dd pic 99.
           02 ce-mm pic 99.
           02 ce-yy pic 9(4).

       01  cn-date-w pic 9(8).
       01  redefines cn-date-w.
           02 cn-yy pic 9(4).
           02 cn-mm pic 99.
           02 cn-dd pic 99.

       01  cn-date-d.
           02 cn-dd-d pic 99.
           02 filler pic x value "/".
           02 cn-mm-d pic 99.
           02 filler pic x value "/".
           02 cn-yy-d pic 9(4).

       01  ser-date-x.
           02 ser-yy pic 9(4). 02 ser-mm pic 99. 02 ser-dd pic 99.

       01  cum-days-tab.
           02 pic x(36) value "000031059090120151181212243273304334".
       01  redefines cum-days-tab.
           02 cum-days pic 9(3) occurs 12 times.

       77  ser-no pic 9(7).

       01  color-table.
           02  pic x(7) value "black  ".
           02  pic x(7) value "blue   ".
           02 fpel pic x(12) value "pel.dat".
           02 fpel-2 pic x(12) value "word.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 fcns pic x(12) value "consent.dat".
           02 feml pic x(12) value "email.dat".
           02 fapq pic x(12) value "apprq.dat".
           02 fhelp pic x(12) value "help.dat".
           02 fprof pic x(12) value "prtprof.dat".
           02 ftk pic x(12) value "tkmast.dat".
           02 fctl pic x(12) value "ctrl.dat".
           02 fdqw pic x(12) value "dqwork.dat".
           02 fkin pic x(12) value "kin.dat".
           02 falc pic x(12) value "kinalloc.dat".
           02 fkx pic x(12) value "kinext.dat".
           02 finvh pic x(12) value "invhdr.dat".
           02 fbal pic x(12) value "pelbal.dat".
           02 fscore pic x(12) value "score.dat".
           02 fspl pic x(12) value "splctl.dat".
           02 fcat pic x(12) value "arccat.dat".
           02 fdiary pic x(12) value "diary.dat".
           02 foper pic x(12) value "oper.dat".
           02 fcon pic x(12) value "contract.dat".
           02 ftkt pic x(12) value "ticket.dat".
           02 fthist pic x(12) value "tkhist.dat".
           02 fgrp pic x(12) value "pelgrp.dat".
           02 fcars pic x(12) value "cars.dat".
           02 fchg pic x(12) value "charges.dat".
           02 fplan pic x(12) value "plan.dat".
           02 fdun pic x(12) value "dunning.dat".

       01  archive-names.
           02 fpel-arc pic x(12) value "pelates.arc".
           03 fl-nam pic x(12).

       01  file-status.
           02 cns-stat pic xx.
           02 eml-stat pic xx.
           02 tk-stat pic xx.
           02 th-stat pic xx.
           02 pg-stat pic xx.
           02 pel-stat pic xx.
           02 file-stat pic xx.
           02 prf-stat pic xx.
           02 param-stat pic xx.
           02 hlp-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 apq-fstat pic xx.
           02 con-stat pic xx.
           02 word-stat pic xx.
           02 ag-stat pic xx.
           02 touch-stat pic xx.
           02 seq-stat pic xx.
           02 dqw-stat pic xx.
           02 kin-stat pic xx.
           02 alc-stat pic xx.
           02 kx-stat pic xx.
           02 ih-stat pic xx.
           02 bal-stat pic xx.
           02 sc-stat pic xx.
           02 spl-stat2 pic xx.
           02 cat-stat pic xx.
           02 arc-stat pic xx.
           02 fu-stat pic xx.
           02 oper-stat pic xx.
           02 car-stat pic xx.
           02 chg-stat pic xx.
           02 pl-stat pic xx.
           02 dun-stat pic xx.

       01  audit-before pic x(250).

       77  fu-active pic x value "N".
       77  fu-today pic 9(8).
       77  fu-seq-w pic 9(3).
       01  fu-hold pic x(250).
       77  fi-oper pic x(10).
       77  fi-reason pic x(40).

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


       01  dup-save-rec.
           02 dup-save-kodikos pic x(20).
           02 filler pic x(186).
       77  rl-cnt pic 9(4).

       01  rk-save pic x(91).
       01  rn-save pic x(250).
       01  rn-pos pic x(40).

       01  alc-old-key pic x(31).
       01  alc-new-key pic x(31).

       77  dia-notes pic x value "N".
          88 dia-notes-found value "Y".

       01  ed-balance pic zzzzzzzz9.99-.

       01  sc-ln.
           02 sc-l-band pic x.
           02 filler pic x(5) value " HM:".
           02 sc-l-days pic zzzz9.
           02 filler pic x(5) value " KIN:".
           02 sc-l-cnt pic zzzz9.
           02 filler pic x(6) value " POSO:".
           02 sc-l-amt pic zzzzzzz9.99-.

       01  ed-touch.
           02 ed-tx-dd pic 99/. 02 ed-tx-mm pic 99/.
           02 ed-tx-yy pic 9(4).
                if pm-sta-cat not = 0
                   move pm-sta-cat to sta-cat
                end-if
                if pm-apr-on = "N" move "N" to apr-flag end-if
                if pm-apr-days numeric and pm-apr-days not = 0
                   move pm-apr-days to apr-days
                end-if
                if pm-con-cat numeric and pm-con-cat not = 0
                   move pm-con-cat to con-cat
                end-if
                if pm-tkt-cat numeric and pm-tkt-cat not = 0
                   move pm-tkt-cat to tkt-cat
                end-if
           end-read.
           close params.

           move fpel to fl-nam. open i-o pelates.

           compute fu-today = t-yy * 10000 + t-mm * 100 + t-dd.

       begin-1.
           perform fu-jump-check thru fu-jump-check-ex.

           if fu-active = "Y" perform clean-box go begin-3.

       begin-2.
           if fu-active = "Y" go telos-2.

           if dqw-active = "Y" go dqw-return.

       begin-2-n.
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform save-routin
              when 9 perform fu-add thru fu-add-ex go a2
              when 2 perform cns-list thru cns-list-ex go a2
              when 10 perform con-list thru con-list-ex go a2
              when 11 perform tkt-list thru tkt-list-ex go a2
              when 12 perform grp-menu thru grp-menu-ex go a2
              when 5 perform save-routin perform begin-3 go a2
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform save-routin
              when 9 perform fu-add thru fu-add-ex go a3
              when 2 perform cns-list thru cns-list-ex go a3
              when 10 perform con-list thru con-list-ex go a3
              when 11 perform tkt-list thru tkt-list-ex go a3
              when 12 perform grp-menu thru grp-menu-ex go a3
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a2
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform save-routin
              when 9 perform fu-add thru fu-add-ex go a4
              when 2 perform cns-list thru cns-list-ex go a4
              when 10 perform con-list thru con-list-ex go a4
              when 11 perform tkt-list thru tkt-list-ex go a4
              when 12 perform grp-menu thru grp-menu-ex go a4
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a3
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform save-routin
              when 9 perform fu-add thru fu-add-ex go a4-2
              when 2 perform cns-list thru cns-list-ex go a4-2
              when 10 perform con-list thru con-list-ex go a4-2
              when 11 perform tkt-list thru tkt-list-ex go a4-2
              when 12 perform grp-menu thru grp-menu-ex go a4-2
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a4
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform save-routin
              when 9 perform fu-add thru fu-add-ex go a4-3
              when 2 perform cns-list thru cns-list-ex go a4-3
              when 10 perform con-list thru con-list-ex go a4-3
              when 11 perform tkt-list thru tkt-list-ex go a4-3
              when 12 perform grp-menu thru grp-menu-ex go a4-3
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a4-2
                     go a5
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform save-routin
              when 9 perform fu-add thru fu-add-ex go a5
              when 2 perform cns-list thru cns-list-ex go a5
              when 10 perform con-list thru con-list-ex go a5
              when 11 perform tkt-list thru tkt-list-ex go a5
              when 12 perform grp-menu thru grp-menu-ex go a5
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a4-3
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform save-routin
              when 9 perform fu-add thru fu-add-ex go a6
              when 2 perform cns-list thru cns-list-ex go a6
              when 10 perform con-list thru con-list-ex go a6
              when 11 perform tkt-list thru tkt-list-ex go a6
              when 12 perform grp-menu thru grp-menu-ex go a6
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a5
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform save-routin
              when 9 perform fu-add thru fu-add-ex go a6-2
              when 2 perform cns-list thru cns-list-ex go a6-2
              when 10 perform con-list thru con-list-ex go a6-2
              when 11 perform tkt-list thru tkt-list-ex go a6-2
              when 12 perform grp-menu thru grp-menu-ex go a6-2
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a6
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform save-routin
              when 9 perform fu-add thru fu-add-ex go a7
              when 2 perform cns-list thru cns-list-ex go a7
              when 10 perform con-list thru con-list-ex go a7
              when 11 perform tkt-list thru tkt-list-ex go a7
              when 12 perform grp-menu thru grp-menu-ex go a7
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a6-2
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform save-routin
              when 9 perform fu-add thru fu-add-ex go a8
              when 2 perform cns-list thru cns-list-ex go a8
              when 10 perform con-list thru con-list-ex go a8
              when 11 perform tkt-list thru tkt-list-ex go a8
              when 12 perform grp-menu thru grp-menu-ex go a8
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a7
                       else move spaces to aud-before
           end-if.

           perform audit-chain thru audit-chain-ex.

           perform touch-write.

              move "O" to synexeia
              go dia-ex.

           perform grp-has-branch thru grp-has-branch-ex.

           if gv-has = "Y"
              move "EXEI KLADOUS OMILOY " to inval-mess
              perform invalid-message
              move "O" to synexeia
              go dia-ex.

           if apr-on
              move "D" to apr-type
              move kodikos to apr-kod
              move spaces to apr-kod2
              move 0 to apr-amount
              move pelates-rec to apr-before
              move spaces to apr-after
              perform apr-gate thru apr-gate-ex
              if apr-found not = 1
                 move "O" to synexeia
                 perform values-box
                 perform find-rec thru find-rec-2
                 perform save-box-2
                 go dia-ex.

           perform dia-count thru dia-count-ex.

           if dia-ref-cnt = 0 and dia-notes = "N"
                         if flag = 1 go dia-g1 end-if
                         perform dia-notes-del thru dia-notes-del-ex
                         move "N" to synexeia
                         perform dia-2 thru dia-3
                         go dia-ex

              when dia-ch-cascade
                         perform dia-notes-del thru dia-notes-del-ex
                         move "N" to synexeia
                         perform dia-2 thru dia-3
                         go dia-ex

              when other go dia-g1
           accept synexeia line 12 position 46 update tab blink.

           evaluate true
              when syn-n perform dia-2 thru dia-3
              when syn-o perform values-box perform find-rec
                         perform save-box-2 continue
              when other go dia-plain
           move dia-ag-before to aud-before.
           move agores-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       dia-notes-del.
           if dia-notes = "N" go dia-notes-del-ex.
           move spaces to aud-after.
           move "NOTES DELETED" to aud-after.

           perform audit-chain thru audit-chain-ex.

       dia-notes-del-ex.
           exit.
                                  perform valid-info
                                  move "D" to aud-op
                                  perform audit-write
                                  perform grp-unlink thru grp-unlink-ex
                                  if apr-on
                                     perform apr-used thru apr-used-ex
                                  end-if

           end-delete.

           accept synexeia line 11 position 41 update tab blink.

           evaluate true
              when syn-n perform renum-do thru renum-do-ex
              when syn-o continue
              when other go renum-a3
           end-evaluate.
           perform renum-word-move.
           perform renum-agores-move.
           perform renum-kin-move thru renum-kin-move-ex.
           perform renum-grp-move thru renum-grp-move-ex.
           perform renum-car-move thru renum-car-move-ex.
           perform renum-chg-move thru renum-chg-move-ex.
           perform renum-con-move thru renum-con-move-ex.
           perform renum-pl-move thru renum-pl-move-ex.
           perform renum-tk-move thru renum-tk-move-ex.
           perform renum-fu-move thru renum-fu-move-ex.
           perform renum-cns-move thru renum-cns-move-ex.
           perform renum-eml-move thru renum-eml-move-ex.
           perform renum-sc-move thru renum-sc-move-ex.
           perform renum-dun-move thru renum-dun-move-ex.

           move renum-old-code to kodikos.
           move 0 to lock-count.
       renum-agores-move-ex.
           close agores.

       renum-grp-move.
           move fgrp to fl-nam.
           open i-o pelgrp.

           move renum-old-code to pg-kodikos.

           read pelgrp invalid go renum-grp-move-2.

           move pelgrp-rec to rn-save.

           delete pelgrp invalid continue end-delete.

           move renum-new-code to pg-kodikos.
           write pelgrp-rec invalid continue end-write.

           move "pelgrp" to aud-prog.
           move pelgrp-rec to aud-after.
           perform renum-mv-audit.

       renum-grp-move-2.
           move renum-old-code to pg-parent.

           start pelgrp key not < pg-parent
                 invalid go renum-grp-move-3.

           read pelgrp next record at end go renum-grp-move-3.

           if pg-parent not = renum-old-code go renum-grp-move-3.

           move pelgrp-rec to rn-save.
           move renum-new-code to pg-parent.
           rewrite pelgrp-rec invalid go renum-grp-move-3 end-rewrite.

           move "pelgrp" to aud-prog.
           move pelgrp-rec to aud-after.
           perform renum-mv-audit.

           go renum-grp-move-2.

       renum-grp-move-3.
           close pelgrp.

       renum-grp-move-ex.
           exit.

       renum-kin-move.
           move fkin to fl-nam.
           open i-o kinhseis.
                 if kin-seq < 999 go renum-kin-move-2b end-if

                 not invalid perform rk-audit-a
                             move rk-save (1:31) to alc-old-key
                             move kin-key to alc-new-key
                             perform alc-rekey thru alc-rekey-ex
                             perform kx-rekey thru kx-rekey-ex
                             perform inv-rekey thru inv-rekey-ex
           end-write.

           go renum-kin-move-2.
       renum-kin-move-ex.
           exit.

       renum-car-move.
           move fcars to fl-nam.
           open i-o cars.

       renum-car-move-2.
           move renum-old-code to car-kodikos.

           start cars key not < car-kodikos
                 invalid go renum-car-move-3.

           read cars next record at end go renum-car-move-3.

           if car-kodikos not = renum-old-code go renum-car-move-3.

           move cars-rec to rn-save.
           move renum-new-code to car-kodikos.
           rewrite cars-rec invalid go renum-car-move-3 end-rewrite.

           move "cars" to aud-prog.
           move cars-rec to aud-after.
           perform renum-mv-audit.

           go renum-car-move-2.

       renum-car-move-3.
           close cars.

       renum-car-move-ex.
           exit.

       renum-chg-move.
           move fchg to fl-nam.
           open i-o charges.

           move renum-old-code to chg-kodikos.
           move 0 to chg-no.

           start charges key not < chg-key
                 invalid go renum-chg-move-4.

       renum-chg-move-2.
           read charges next record at end go renum-chg-move-4.

           if chg-kodikos not = renum-old-code go renum-chg-move-4.

           move charge-rec to rn-save.
           move chg-key to rn-pos.

           delete charges invalid go renum-chg-move-4 end-delete.

           move rn-save to charge-rec.
           move renum-new-code to chg-kodikos.

       renum-chg-move-3.
           write charge-rec invalid
                 add 1 to chg-no
                 if chg-no < 999 go renum-chg-move-3 end-if

                 not invalid move "charges" to aud-prog
                             move charge-rec to aud-after
                             perform renum-mv-audit
           end-write.

           move rn-pos to chg-key.

           start charges key > chg-key
                 invalid go renum-chg-move-4.

           go renum-chg-move-2.

       renum-chg-move-4.
           close charges.

       renum-chg-move-ex.
           exit.

       renum-con-move.
           move fcon to fl-nam.
           open i-o contract.

       renum-con-move-2.
           move renum-old-code to con-kodikos.

           start contract key not < con-kodikos
                 invalid go renum-con-move-3.

           read contract next record at end go renum-con-move-3.

           if con-kodikos not = renum-old-code go renum-con-move-3.

           move contract-rec to rn-save.
           move renum-new-code to con-kodikos.
           rewrite contract-rec invalid go renum-con-move-3 end-rewrite.

           move "contract" to aud-prog.
           move contract-rec to aud-after.
           perform renum-mv-audit.

           go renum-con-move-2.

       renum-con-move-3.
           close contract.

       renum-con-move-ex.
           exit.

       renum-pl-move.
           move fplan to fl-nam.
           open i-o plan.

       renum-pl-move-2.
           move renum-old-code to pl-kodikos.

           start plan key not < pl-kodikos
                 invalid go renum-pl-move-3.

           read plan next record at end go renum-pl-move-3.

           if pl-kodikos not = renum-old-code go renum-pl-move-3.

           move plan-rec to rn-save.
           move renum-new-code to pl-kodikos.
           rewrite plan-rec invalid go renum-pl-move-3 end-rewrite.

           move "plan" to aud-prog.
           move plan-rec to aud-after.
           perform renum-mv-audit.

           go renum-pl-move-2.

       renum-pl-move-3.
           close plan.

       renum-pl-move-ex.
           exit.

       renum-tk-move.
           move ftkt to fl-nam.
           open i-o ticket.

       renum-tk-move-2.
           move renum-old-code to tk-kodikos.

           start ticket key not < tk-kodikos
                 invalid go renum-tk-move-3.

           read ticket next record at end go renum-tk-move-3.

           if tk-kodikos not = renum-old-code go renum-tk-move-3.

           move ticket-rec to rn-save.
           move renum-new-code to tk-kodikos.
           rewrite ticket-rec invalid go renum-tk-move-3 end-rewrite.

           move "ticket" to aud-prog.
           move ticket-rec to aud-after.
           perform renum-mv-audit.

           go renum-tk-move-2.

       renum-tk-move-3.
           close ticket.

       renum-tk-move-ex.
           exit.

       renum-fu-move.
           move fdiary to fl-nam.
           open i-o diary.

           move renum-old-code to fu-kodikos.
           move 0 to fu-date.
           move 0 to fu-seq.

           start diary key not < fu-key
                 invalid go renum-fu-move-4.

       renum-fu-move-2.
           read diary next record at end go renum-fu-move-4.

           if fu-kodikos not = renum-old-code go renum-fu-move-4.
           if fu-file not = "P" go renum-fu-move-2.

           move diary-rec to rn-save.
           move fu-key to rn-pos.

           delete diary invalid go renum-fu-move-4 end-delete.

           move rn-save to diary-rec.
           move renum-new-code to fu-kodikos.

       renum-fu-move-3.
           write diary-rec invalid
                 add 1 to fu-seq
                 if fu-seq < 999 go renum-fu-move-3 end-if

                 not invalid move "diary" to aud-prog
                             move diary-rec to aud-after
                             perform renum-mv-audit
           end-write.

           move rn-pos to fu-key.

           start diary key > fu-key
                 invalid go renum-fu-move-4.

           go renum-fu-move-2.

       renum-fu-move-4.
           close diary.

       renum-fu-move-ex.
           exit.

       renum-cns-move.
           move fcns to fl-nam.
           open i-o consent.

       renum-cns-move-2.
           move "P" to cns-file.
           move renum-old-code to cns-kodikos.
           move 0 to cns-chan.

           start consent key not < cns-key
                 invalid go renum-cns-move-3.

           read consent next record at end go renum-cns-move-3.

           if cns-file not = "P" go renum-cns-move-3.
           if cns-kodikos not = renum-old-code go renum-cns-move-3.

           move consent-rec to rn-save.

           delete consent invalid go renum-cns-move-3 end-delete.

           move rn-save to consent-rec.
           move renum-new-code to cns-kodikos.

           move "consent" to aud-prog.

           write consent-rec invalid
                 rewrite consent-rec invalid continue end-rewrite
           end-write.

           move consent-rec to aud-after.
           perform renum-mv-audit.

           go renum-cns-move-2.

       renum-cns-move-3.
           close consent.

       renum-cns-move-ex.
           exit.

       renum-eml-move.
           move feml to fl-nam.
           open i-o email.

           move "P" to eml-file.
           move renum-old-code to eml-kodikos.

           read email invalid go renum-eml-move-2.

           move email-rec to rn-save.

           delete email invalid go renum-eml-move-2 end-delete.

           move rn-save to email-rec.
           move renum-new-code to eml-kodikos.

           move "email" to aud-prog.

           write email-rec invalid
                 rewrite email-rec invalid continue end-rewrite
           end-write.

           move email-rec to aud-after.
           perform renum-mv-audit.

       renum-eml-move-2.
           close email.

       renum-eml-move-ex.
           exit.

       renum-sc-move.
           move fscore to fl-nam.
           open i-o score.

           move renum-old-code to sc-kodikos.

           read score invalid go renum-sc-move-2.

           move score-rec to rn-save.

           delete score invalid go renum-sc-move-2 end-delete.

           move rn-save to score-rec.
           move renum-new-code to sc-kodikos.

           move "score" to aud-prog.

           write score-rec invalid
                 rewrite score-rec invalid continue end-rewrite
           end-write.

           move score-rec to aud-after.
           perform renum-mv-audit.

       renum-sc-move-2.
           close score.

       renum-sc-move-ex.
           exit.

       renum-dun-move.
           move fdun to fl-nam.
           open i-o dunning.

           move renum-old-code to dun-kodikos.

           read dunning invalid go renum-dun-move-2.

           move dunning-rec to rn-save.

           delete dunning invalid go renum-dun-move-2 end-delete.

           move rn-save to dunning-rec.
           move renum-new-code to dun-kodikos.

           move "dunning" to aud-prog.

           write dunning-rec invalid
                 rewrite dunning-rec invalid continue end-rewrite
           end-write.

           move dunning-rec to aud-after.
           perform renum-mv-audit.

       renum-dun-move-2.
           close dunning.

       renum-dun-move-ex.
           exit.

       renum-mv-audit.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "R" to aud-op.
           move renum-new-code to aud-key.
           move oper-code to aud-operator.
           move rn-save to aud-before.

           perform audit-chain thru audit-chain-ex.

       alc-rekey.
           move falc to fl-nam.
           open i-o kinalloc.

       alc-rekey-2.
           move alc-old-key to alc-deb-key.
           move 0 to alc-crd-date alc-crd-seq.

           start kinalloc key not < alc-key
                 invalid go alc-rekey-3.

           read kinalloc next record at end go alc-rekey-3.

           if alc-deb-key not = alc-old-key go alc-rekey-3.

           delete kinalloc invalid go alc-rekey-3 end-delete.

           if alc-new-key not = spaces
              move alc-new-key to alc-deb-key
              write kinalloc-rec invalid continue end-write.

           go alc-rekey-2.

       alc-rekey-3.
           move alc-old-key to alc-crd-key.

           start kinalloc key not < alc-crd-key
                 invalid go alc-rekey-4.

           read kinalloc next record at end go alc-rekey-4.

           if alc-crd-key not = alc-old-key go alc-rekey-4.

           delete kinalloc invalid go alc-rekey-4 end-delete.

           if alc-new-key not = spaces
              move alc-new-key to alc-crd-key
              move alc-new-key (21:8) to alc-crd-date
              move alc-new-key (29:3) to alc-crd-seq
              write kinalloc-rec invalid continue end-write.

           go alc-rekey-3.

       alc-rekey-4.
           close kinalloc.

       alc-rekey-ex.
           exit.

       kx-rekey.
           move fkx to fl-nam.
           open i-o kinext.

           move alc-old-key to kx-key.
           read kinext invalid go kx-rekey-3.

           delete kinext invalid go kx-rekey-3 end-delete.

           if alc-new-key = spaces go kx-rekey-3.

           move alc-new-key to kx-key.
           write kinext-rec invalid go kx-rekey-3 end-write.

           if kx-rev-flag = space go kx-rekey-3.

           move alc-old-key (1:20) to kx-kodikos.
           move kx-rev-date to kx-date.
           move kx-rev-seq to kx-seq.

           read kinext invalid
                move alc-new-key (1:20) to kx-kodikos
                read kinext invalid go kx-rekey-3 end-read
           end-read.

           if kx-rev-date = alc-old-key (21:8)
              and kx-rev-seq = alc-old-key (29:3)
              move alc-new-key (21:8) to kx-rev-date
              move alc-new-key (29:3) to kx-rev-seq
              rewrite kinext-rec invalid continue end-rewrite.

       kx-rekey-3.
           close kinext.

       kx-rekey-ex.
           exit.

       inv-rekey.
           if alc-new-key = spaces go inv-rekey-ex.

           move finvh to fl-nam.
           open i-o invhdr.

           move alc-old-key to ih-kin-key.
           start invhdr key = ih-kin-key invalid go inv-rekey-3.

           read invhdr next record at end go inv-rekey-3.

           if ih-kin-key not = alc-old-key go inv-rekey-3.

           move alc-new-key to ih-kin-key.
           rewrite invhdr-rec invalid continue end-rewrite.

       inv-rekey-3.
           close invhdr.

       inv-rekey-ex.
           exit.

       rk-audit-d.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "kinhsh" to aud-prog.
           move "D" to aud-op.
           move rk-save (1:20) to aud-key.
           move oper-code to aud-operator.
           move rk-save to aud-before.
           move rk-save to aud-after.

           perform audit-chain thru audit-chain-ex.

       rk-audit-a.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "kinhsh" to aud-prog.
           move "A" to aud-op.
           move kin-kodikos to aud-key.
           move oper-code to aud-operator.
           move spaces to aud-before.
           move kinhsh-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       ref-list.
           if kodikos = spaces go ref-list-ex.

           move fag to fl-nam. open input agores.

           perform clean-table.
           move 1 to rl-cnt.

           move kodikos to ref-kodikos-a.

           start agores key is equal to ref-kodikos-a
                 invalid go ref-list-none.

       ref-list-2.
           read agores next record at end go ref-list-3.

           if ref-kodikos-a not = kodikos go ref-list-3.

           if rl-cnt > 1000 go ref-list-3.

           move epitheto-a to rl-epitheto.
           move telephone1-a to rl-tel.
           move epagelma-a to rl-epag.

           move rl-pos to idx-table (rl-cnt).

           add 1 to rl-cnt.

           go ref-list-2.

       ref-list-none.
           close agores.
           move "NO REFERRALS        " to inval-mess.
           perform invalid-message.
           go ref-list-ex.

       ref-list-3.
           close agores.

           if rl-cnt not > 1
              move "NO REFERRALS        " to inval-mess
              perform invalid-message
              go ref-list-ex.

           subtract 1 from rl-cnt.
           move 1 to e.

           if rl-cnt < 10 move 1 to l

           else compute l rounded = ( rl-cnt / 10) + .5

           end-if.

           perform ref-index-box.

       ref-disp.
           perform index-clean.
           perform page-box.

           move c-name(3) to bc. move c-name(7) to fc.

           compute y = ( e * 10 ) - 9.
           move 1 to k.

       ref-disp-2.
           if y > rl-cnt go ref-keys.
           if k > 10 go ref-keys.

           move idx-table(y) to rl-pos.

           display rl-pos line idx-ln(k) position 8
                          control col-cnt.

           add 1 to y. add 1 to k.

           go ref-disp-2.

       ref-keys.
           accept flag line 24 position 80 no beep control acpt-col
                               on exception chr-ch

           evaluate chr-ch
              when 67 if e > 1 subtract 1 from e go ref-disp
                      else go ref-keys
                      end-if

              when 68 if e < l add 1 to e go ref-disp
                      else go ref-keys
                      end-if

              when 27 perform clean-box continue

              when other go ref-keys
           end-evaluate.

           perform values-box. perform disp-info. perform disp-ln.

       ref-list-ex.
           exit.

       ref-index-box.
           move c-name(3) to bc. move c-name(8) to fc.
           display "#####################################"
                   line 6 position 6 control col-cnt

                   "#################################"
                   line 6 position 41.

           perform varying x from 7 by 1 until x > 21
           display "#                                    "
                   line x position 6
                   "                                #"
                   line x position 41
           end-perform.

           display "#####################################"
                   line 21 position 6 control col-cnt

                  "#################################"
                  line 21 position 41.

           display bc-line line 22 position 8 low size 68
                           control nor-cnt.

           perform varying x from 7 by 1 until x > 21
           display bc-line line x position 74 low size 2
           end-perform.

           move c-name(3) to bc. move c-name(8) to fc.
           display "SYSTHSEIS" line 7 position 8 control col-cnt
                   "##埜##" line 7 position 20
                   "####द" line 7 position 35
                   "##ᚚ####" line 7 position 52
                   half-line line 8 position 8 size 66
                   "PGUP-PGDN" line 20 position 8
                   "ESC" line 20 position 31.

           move c-name(2) to bc. move c-name(5) to fc.
           display "###.###囘#" line 20 position 17 control col-cnt
                   "###ਫ਼" line 20 position 34.

       renum-box.
           move c-name(6) to bc. move c-name(8) to fc.
           display "#########################Ŀ" line 7 position 10
                                                   control col-cnt
                   "#                         #" line 8 position 10
                   "#                         #" line 9 position 10
                   "#                         #" line 10 position 10
                   "#                         #" line 11 position 10
                   "###########################" line 12 position 10

                   "OLD CODE:" line 8 position 13
                   "NEW CODE:" line 9 position 13
                   "ESC" line 12 position 13

                   bc-line line 13 position 12 size 27
                            control nor-cnt.

           perform varying x from 8 by 1 until x > 12
             display bc-line line x position 39 size 2 control nor-cnt
           end-perform.

       renum-clean-box.
           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 7 by 1 until x > 13
             display bc-line line x position 10 size 29 control col-cnt
           end-perform.

       condition-1.
           accept t-code1 line 9 position 31 update
           no beep on exception chr-ch
           evaluate chr-ch
             when 27 perform clean-box go telos-2
             when 53 go condition-2
             when 1 move t-code1 to t-code move 1 to flag2 go index-code
             when other go condition-1
           end-evaluate.

       condition-2.
           accept t-code2 line 11 position 31 update
           no beep on exception chr-ch
           evaluate chr-ch
             when 27 perform clean-box go telos-2
             when 52 go condition-1
             when 1 move t-code2 to t-code move 2 to flag2 go index-code
             when other go condition-2
           end-evaluate.

           if t-code1 > t-code2
              initialize t-code1 t-code2 go condition-1.

           move t-code1 to t-code.
           go edit-box.

       print-out.
           move 0 to prt-page-no.

           if format-label-tk go print-out-tk.

           perform rec-begin.
           if kodikos = spaces perform header-prt thru header-prt-2
                                go print-out-3.

       print-out-2.
           read pelates next at end perform header-prt thru header-prt-2
                                     go print-out-4.

           if kodikos (1:i) > T-code2 (1:i)
              perform header-prt thru header-prt-2
              go print-out-4.

           move index-fields to idx-table (index-count).

           add 1 to index-count.

           go print-out-2.

       print-out-3.
           read pelates next at end write prt-rec from prt-11
                                     perform telos go begin-2.

           if t-status not = spaces and pel-status not = t-status
              go print-out-3.

           move kodikos to kodikos-3 move epitheto to epitheto-3
           move onoma to onoma-3.

           perform write-detail.

           go print-out-3.

       print-out-4.
           move 1 to y. subtract 1 from index-count.

       print-out-4b.
           move idx-table(y) to index-fields.

           read pelates invalid perform telos go begin-2.

           if t-status not = spaces and pel-status not = t-status
              add 1 to y
              if y > index-count perform telos go begin-2 end-if
              go print-out-4b.

           move kodikos to kodikos-3 move epitheto to epitheto-3
           move onoma to onoma-3.

           perform write-detail.

           add 1 to y. if y > index-count perform telos go begin-2.
           go print-out-4b.

       print-out-tk.
           perform header-prt thru header-prt-2.

           move spaces to tk.

           start pelates key not < tk
                 invalid write prt-rec from prt-11
                         perform telos go begin-2.

       print-out-tk-2.
           read pelates next at end write prt-rec from prt-11
                                    perform telos go begin-2.

           if t-status not = spaces and pel-status not = t-status
              go print-out-tk-2.

           perform write-detail.

           go print-out-tk-2.

       write-detail.
           perform page-check.

           if format-label or format-label-tk
              move epitheto to epitheto-4 move onoma to onoma-4
              move dieythynsh to dieythynsh-4
              move poli to poli-4
              move tk to tk-4
              move telephone to telephone-4
              write prt-rec from prt-7
              write prt-rec from prt-8
              write prt-rec from prt-8b
              write prt-rec from prt-9
              write prt-rec from prt-10
              add 4 to prt-line-cnt
           else
              if wide-report
                 move kodikos to w5-kodikos
                 move epitheto to w5-epitheto
                 move onoma to w5-onoma
                 move dieythynsh to w5-dieythynsh
                 move telephone to w5-telephone
                 move poli to w5-poli
                 write prt-rec from prt-w5
              else
                 write prt-rec from prt-5
              end-if
           end-if.

       page-check.
           if prt-line-cnt >= prt-max-lines
              write prt-rec from prt-6 after advancing page
              perform header-prt-2
           end-if.

           add 1 to prt-line-cnt.

       header-prt.
           if output-printer perform spool-open.

           open extend pel-prt.

           if prof-init-w not = spaces
              write prt-rec from prof-init-w.

       header-prt-2.
           add 1 to prt-page-no.
           move prt-page-no to page-no-prt.
           move 0 to prt-line-cnt.
           write prt-rec from prt-1.
           move etairia to etairia-prt.
           write prt-rec from prt-1b.
           write prt-rec from prt-2.

           if format-list
              if wide-report
                 write prt-rec from prt-w3 after 3
                 write prt-rec from prt-w4
              else
                 write prt-rec from prt-3 after 3
                 write prt-rec from prt-4
              end-if
           end-if.

       index-code.
           perform rec-begin.
           if t-code = spaces go index-code-3.

       index-code-2.
           read pelates next at end go index-disp-1.

           evaluate srch-key
              when "2" if srch-epi (1:i) > t-norm (1:i)
                           go index-disp-1
              when "3" if afm (1:i) > T-code (1:i) go index-disp-1
              when "4" if srch-tel (1:i) > T-code (1:i)
                           go index-disp-1
              when "5" if dieythynsh (1:i) > T-code (1:i)
                           go index-disp-1
              when other if kodikos (1:i) > T-code (1:i) go index-disp-1
           end-evaluate.

           move index-fields to idx-table (index-count).

           add 1 to index-count.

           go index-code-2.

       index-code-3.
           read pelates next at end go index-disp-1.

           move index-fields to idx-table (index-count).

           add 1 to index-count.

           go index-code-3.

       index-disp-1.
           if index-count not > 1 initialize pelates-rec go begin-2.

           move 1 to y. move 1 to k. subtract 1 from index-count.
           move 1 to e. move 1 to m.

           if index-count < 10 move 1 to l

           else compute l rounded = ( index-count / 10) + .5

           end-if.

           perform index-box.

       index-disp-2.
           move c-name(3) to bc. move c-name(7) to fc.

           move idx-table(y) to index-fields.

           move kodikos to kodikos-2. move onoma to onoma-2.
           move epitheto to epitheto-2.

           if index-pos = spaces move 1 to k m go index-select.

           display index-pos line idx-ln(k) position 8
                                control col-cnt.

           if k = 10 compute y = ( e * 10 ) - 9 move 1 to k
                     go index-select.

           if y = index-count compute y = ( e * 10 ) - 9 move 1 to k
                              go index-select.

           add 1 to y k m.

           go index-disp-2.

       index-select.
           move c-name(7) to bc. move c-name(3) to fc.

           move idx-table(y) to index-fields.

           move kodikos to kodikos-2. move onoma to onoma-2.
           move epitheto to epitheto-2.

           display index-pos line idx-ln(k) position 8
                             control col-cnt.

           accept flag line 24 position 80 no beep control acpt-col
                               on exception chr-ch

           move c-name(3) to bc move c-name(7) to fc

           display index-pos line idx-ln(k) position 8
                             control col-cnt

            evaluate chr-ch
              when 52 if y > ( e * 10 ) - 9 subtract 1 from y k

                      else move m to k
                           compute y = ( ( e * 10 ) - 9 ) + ( m - 1 )

                      end-if go index-select

              when 53 if y < ( ( e * 10 ) - 9 ) + ( m - 1 ) add 1 to y k

                      else compute y = ( e * 10 ) - 9 move 1 to k

                      end-if go index-select


              when 67  if e > 1 subtract 1 from e perform page-box
                         perform index-clean
                         compute y = ( e * 10 ) - 9 move 1 to k m
                         go index-disp-2

                      else go index-select

                      end-if

              when 68 if e < l add 1 to e perform page-box
                         perform index-clean
                         compute y = ( e * 10 ) - 9 move 1 to k m
                         go index-disp-2

                      else go index-select

                      end-if

              when 27 perform clean-box go begin-2

              when other go index-select

           end-evaluate.

           if flag = 0 and index-pos not = spaces

                      initialize pelates-rec

                       move idx-table(y) to index-fields

                       move kodikos to kodikos-2 move onoma to onoma-2
                       move epitheto to epitheto-2

                       move c-name(2) to bc move c-name(7) to fc

                       display index-pos line idx-ln(k) position 8
                                            control col-cnt

                       perform clean-box

                       evaluate flag2
                          when 3 go begin-3
                          when other perform print-box go cond-disp
                       end-evaluate

           else go index-select

           end-if.

       rec-begin.
           perform clean-table.

           initialize flag.

           evaluate srch-key
              when "2" move 25 to i
              when "3" move 8 to i
              when "4" move 15 to i
              when "5" move 35 to i
              when other move 20 to i
           end-evaluate.

           perform varying x from 1 by 1 until x > i or flag = 1
           if t-code (i:1) = space subtract 1 from i
           else move 1 to flag
           end-if
           end-perform.

           evaluate srch-key
              when "2" move t-code to t-norm
                       perform norm-t-code
                       move t-norm to srch-epi
                       move 1 to index-count
                       start pelates key not < srch-epi
                             invalid key perform brk
              when "3" move t-code to afm move 1 to index-count
                       start pelates key not < afm
                             invalid key perform brk
              when "4" move t-code to nt-in
                       perform norm-tel
                       move nt-out to t-code
                       move t-code to srch-tel
                       move 1 to index-count
                       start pelates key not < srch-tel
                             invalid key perform brk
              when "5" move t-code to dieythynsh move 1 to index-count
                       start pelates key not < dieythynsh
                             invalid key perform brk
              when other move t-code to kodikos move 1 to index-count
                       start pelates key not < kodikos
                             invalid key perform brk
           end-evaluate.

       cond-disp.
           evaluate flag2
               when 1 move kodikos to t-code1
                           display t-code1 line 9 position 31
                                   t-code2 line 11 position 31
                                   go condition-1

               when 2 move kodikos to t-code2
                           display t-code1 line 9 position 31
                                   t-code2 line 11 position 31
                                   go condition-2
           end-evaluate.

       find-rec.
           move 0 to lock-count.

       find-rec-2.
           read pelates invalid move pel-stat to file-stat
                                if file-stat = "99"
                                   and lock-count < par-lock-max
                                   add 1 to lock-count
                                   perform retry-delay
                                   go find-rec-2
                                end-if
                                perform invalid-info
                                perform disp-ln
                                perform arc-lookup
                                    thru arc-lookup-ex
                                perform show-tickets
                                    thru show-tickets-ex
                                perform show-group
                                    thru show-group-ex

                    not invalid move 4 to val-stat
                                perform valid-info
                                perform disp-info
                                perform disp-ln
                                perform show-touch
                                perform show-balance

           end-read.

           move pelates-rec to audit-before.

       arc-lookup.
           if file-stat not = "23" go arc-lookup-ex.

           move fcat to fl-nam.
           open input arccat.
           move "P" to cat-file.
           move kodikos to cat-kodikos.

           read arccat invalid close arccat go arc-lookup-ex.

           close arccat.

           move cat-date to tch-date-x.
           move tx-dd to ed-tx-dd.
           move tx-mm to ed-tx-mm.
           move tx-yy to ed-tx-yy.

           perform error-box.

           display "  STO ARXEIO APO:     " line 7 position 29
                                         control col-cnt
                   ed-touch line 8 position 33
                   cat-epitheto line 9 position 29 size 22
                   " EPANAFORA; (N/O):   " line 11 position 29.

           move "o" to synexeia.

           accept synexeia line 11 position 48 update tab blink.

           if syn-n perform arc-reinstate thru arc-reinstate-ex.

           perform clean-box.
           perform values-box.
           perform disp-info.
           perform disp-ln.

       arc-lookup-ex.
           exit.

       arc-reinstate.
           move kodikos to arc-seek.

           move fl-disk-path to arc-disk.
           move fl-rest-path to arc-rest.
           move fpel-arc to arc-nam.

           open i-o arc-pelates.

       arc-reinstate-2.
           read arc-pelates next record
                at end close arc-pelates go arc-reinstate-ex.

           if arc-pelates-rec (1:1) = "*" go arc-reinstate-2.

           if arc-pelates-rec (1:20) not = arc-seek
              go arc-reinstate-2.

           move arc-pelates-rec to pelates-rec.

           write pelates-rec invalid continue
                 not invalid move "A" to aud-op
                             perform audit-write
           end-write.

           move "*" to arc-pelates-rec (1:1).
           rewrite arc-pelates-rec.

           close arc-pelates.

           move fcat to fl-nam.
           open i-o arccat.
           move "P" to cat-file.
           move arc-seek to cat-kodikos.
           delete arccat invalid continue end-delete.
           close arccat.

           move 4 to val-stat.
           perform valid-info.

       arc-reinstate-ex.
           exit.

       show-balance.
           move fbal to fl-nam.
           open input pelbal.
           move kodikos to bal-kodikos.
           read pelbal invalid move 0 to bal-poso end-read.
           close pelbal.

           move c-name(6) to bc. move c-name(8) to fc.

           if bal-poso = 0
              display "YPOLOIPO:            " line 5 position 48
                      control col-cnt.

           if bal-poso not = 0
              move bal-poso to ed-balance
              display "YPOLOIPO:" line 5 position 48 control col-cnt
                      ed-balance line 5 position 58.

           perform show-score.
           perform show-tickets thru show-tickets-ex.
           perform show-group thru show-group-ex.

       show-score.
           move fscore to fl-nam.
           open input score.
           move kodikos to sc-kodikos.
           read score invalid move space to sc-band end-read.
           close score.

           move c-name(6) to bc. move c-name(8) to fc.
           display "BATHMOS....:" line 15 position 19 control col-cnt.

           if sc-band = space
              display inv-line line 15 position 31 size 39
                      control col-cnt
           else
              move sc-band to sc-l-band
              move sc-days to sc-l-days
              move sc-cnt to sc-l-cnt
              move sc-amt to sc-l-amt
              display sc-ln line 15 position 31 control col-cnt.

       show-touch.
           move ftouch to fl-nam.
           open input touch.
           move "pel02" to tch-prog.
           move kodikos to tch-key.
           read touch invalid move 0 to tch-date end-read.
           close touch.

           move c-name(6) to bc. move c-name(8) to fc.

           if tch-date = 0
              display "ALLAGH:         " line 4 position 48
                      control col-cnt.

           if tch-date not = 0
              move tch-date to tch-date-x
              move tx-dd to ed-tx-dd
              move tx-mm to ed-tx-mm
              move tx-yy to ed-tx-yy
              display "ALLAGH:" line 4 position 48 control col-cnt
                      ed-touch line 4 position 56.

       show-tickets.
           move 0 to tkt-open-cnt.

           move ftkt to fl-nam.
           open input ticket.

           move kodikos to tk-kodikos.

           start ticket key not < tk-kodikos
                 invalid go show-tickets-3.

       show-tickets-2.
           read ticket next record at end go show-tickets-3.

           if tk-kodikos not = kodikos go show-tickets-3.

           if tk-status not = "K" and tkt-open-cnt < 999
              add 1 to tkt-open-cnt.

           go show-tickets-2.

       show-tickets-3.
           close ticket.

           move c-name(3) to bc. move c-name(8) to fc.
           display "F11" line 10 position 48 control col-cnt.

           move c-name(6) to bc. move c-name(8) to fc.

           if tkt-open-cnt = 0
              display "AITHMATA:    " line 10 position 52
                      control col-cnt.

           if tkt-open-cnt not = 0
              move tkt-open-cnt to ed-tkt-cnt
              display "AITHMATA:" line 10 position 52 control col-cnt
                      ed-tkt-cnt line 10 position 62.

       show-tickets-ex.
           exit.

       show-group.
           move spaces to gv-ind.

           move fgrp to fl-nam.
           open input pelgrp.

           move kodikos to pg-kodikos.

           read pelgrp invalid continue
                not invalid move pg-parent to gv-ind
           end-read.

           if gv-ind not = spaces go show-group-2.

           move kodikos to pg-parent.

           start pelgrp key not < pg-parent
                 invalid go show-group-2.

           read pelgrp next record at end go show-group-2.

           if pg-parent = kodikos move "MHTRIKH" to gv-ind.

       show-group-2.
           close pelgrp.

           move c-name(3) to bc. move c-name(8) to fc.
           display "F12" line 11 position 48 control col-cnt.

           move c-name(6) to bc. move c-name(8) to fc.
           display "OMILOS:" line 11 position 52 control col-cnt
                   gv-ind line 11 position 60 size 10.

       show-group-ex.
           exit.

       disp-ln.
           move c-name(6) to bc. move c-name(8) to fc.

           if epitheto = spaces
           display und-line line 6 position 31 size 25 control col-cnt.

           if onoma = spaces
           display und-line line 7 position 31 size 15 control col-cnt.

           if dieythynsh = spaces
           display und-line line 8 position 31 size 35 control col-cnt.

           if poli = spaces
           display und-line line 9 position 31 size 15 control col-cnt.

           if tk = spaces
           display und-line line 10 position 31 size 5 control col-cnt.

           if afm = spaces
           display und-line line 11 position 31 size 8 control col-cnt.

           if telephone = spaces
           display und-line line 12 position 31 size 15 control col-cnt.

           if eorth-dd = 0
           display und-line line 13 position 31 size 5 control col-cnt.

       disp-info.
           move c-name(6) to bc. move c-name(8) to fc.
           display epitheto line 6 position 31 control col-cnt
                   onoma position 31
                   dieythynsh position 31
                   poli position 31
                   tk position 31
                   afm position 31
                   telephone position 31
                   eorth-dd line 13 position 31
                   "/" line 13 position 33
                   eorth-mm line 13 position 34
                   pel-limit line 14 position 31
                   pel-status line 14 position 53.

       print-box.
           move c-name(6) to bc. move c-name(8) to fc.
           display "######### ####㡞 ####ਫ਼# #######Ŀ"
                   line 7 position 15 control col-cnt
                   "#                                   #"
                   line 8 position 15
                   "#           ###                     #"
                   line 9 position 15
                   "# ######                           #"
                   line 10 position 15
                   "#           ##                     #"
                   line 11 position 15
                   "#                                   #"
                   line 12 position 15
                   "#  ESC             F1               #"
                   line 13 position 15
                   "#####################################"
                   line 14 position 15

                   bc-line line 15 position 17 size 37
                           control nor-cnt.

           perform varying x from 8 by 1 until x > 14
           display bc-line line x position 52 size 2 control nor-cnt
           end-perform.

           move c-name(3) to bc. move c-name(8) to fc.
           display " ###ਫ਼ " line 13 position 22 control col-cnt
                   " #####㨠# " line 13 position 37.

           move c-name(8) to bc. move c-name(8) to fc.
           display inv-line line 9 position 31 size 20
                   control col-cnt
                   inv-line line 11 position 31 size 20.

       code-box.
           move c-name(6) to bc. move c-name(8) to fc.
           display "######## ###### ###᫞ ######Ŀ"
                   line 7 position 15 control col-cnt
                   "# ######                      #"
                   line 8 position 15
                   "#                              #"
                   line 9 position 15
                   "#  ESC           F1            #"
                   line 10 position 15
                   "################################"
                   line 11 position 15

                   bc-line line 12 position 17 size 32
                           control nor-cnt.

           perform varying x from 8 by 1 until x > 11
           display bc-line line x position 47 size 2 control nor-cnt
           end-perform.

           move c-name(3) to bc. move c-name(8) to fc.
           display inv-line line 8 position 25 size 20 reverse
                   control nor-cnt
                   " ###ਫ਼ " line 10 position 21 control col-cnt
                   " #####㨠# " line 10 position 34.

       values-box.
           move c-name(6) to bc. move c-name(8) to fc.
           display
           "##################### ######## ######## ################Ŀ"
                   line 3 position 12 control col-cnt.

           perform varying x from 4 by 1 until x > 19
           display
           "#                                                         #"
                   line x position 12
           end-perform.
           display
           "###########################################################"
                   line 18 position 12

                   "######:" line 4 position 15
                   "##埜##....:" line 6 position 19
                   "##......:" position 19
                   "###矬###..:" position 19
                   "POLH.......:" position 19
                   "T.K........:" position 19
                   "#.#.#......:" position 19
                   "####द......:" position 19
                   "EORTH......:" line 13 position 19
                   "ORIO PIST..:" line 14 position 19
                   "STATUS:" line 14 position 45
                   "ESC" line 16 position 15
                   "F3" line 16 position 29
                   "F4" line 16 position 42
                   "F6" line 16 position 57
                   "F9" line 17 position 15
                   "F10" line 17 position 29
                   "F2" line 17 position 45.

           move c-name(3) to bc. move c-name(8) to fc.
           display kodikos line 4 position 23 control col-cnt
                   "###ਫ਼" line 16 position 18
                   "######" line 16 position 31
                   "########" line 16 position 45
                   "########" line 16 position 60
                   "YPENTHYMISH" line 17 position 18
                   "SYMBOLAIA" line 17 position 33
                   "SYGKATATHESH" line 17 position 48.

           display bc-line line 19 position 14 size 59 control nor-cnt
           perform varying x from 4 by 1 until x > 18
           display bc-line line x position 71 size 2 control nor-cnt
           end-perform.

       index-box.
           move c-name(3) to bc. move c-name(8) to fc.
           display "#####################################"
                   line 6 position 6 control col-cnt

                   "###############################ͻ"
                   line 6 position 41.

           perform varying x from 7 by 1 until x > 21
           display "#                                    "
                   line x position 6
                   "                                #"
                   line x position 41
           end-perform.

           display "#####################################"
                   line 21 position 6 control col-cnt

                  "###############################ͼ"
                  line 21 position 41.

           display bc-line line 22 position 8 low size 68
                           control nor-cnt.

           perform varying x from 7 by 1 until x > 21
           display bc-line line x position 74 low size 2
           end-perform.

           move c-name(3) to bc. move c-name(8) to fc.
           display "######" line 7 position 8 control col-cnt
                   "##埜##" line 7 position 30
                   "##" line 7 position 57
                   half-line line 8 position 8 size 20
                   half-line line 8 position 30 size 25
                   half-line line 8 position 57 size 15
                   "PGUP-PGDN" line 20 position 8
                   "ESC" line 20 position 31
                   "" line 20 position 43
                   "ENTER " line 20 position 60.

           move c-name(2) to bc. move c-name(5) to fc.
           display "###.###囘#" line 20 position 17 control col-cnt
                   "###ਫ਼" line 20 position 34
                   "#夞## ##ᨘ#" line 20 position 45
                   "#######" line 20 position 65.

           perform page-box.

       edit-box.
           move c-name(6) to bc. move c-name(8) to fc.
           display "#################################Ŀ"
                   line 17 position 25 control col-cnt
                   "#  ## ####ਫ਼ ####⤦#; (N/O):   #"
                   line 18 position 25
                   "# FORMAT: 1=LIST 2=LABEL 3=LBL/TK #"
                   line 19 position 25
                   "# OUTPUT: 1=PRINTER  2=DISK       #"
                   line 20 position 25
                   "# FILE:                           #"
                   line 21 position 25
                   "# ESC           F2                #"
                   line 22 position 25
                   "###################################"
                   line 23 position 25

                   bc-line line 24 position 27 size 35
                           control nor-cnt.

           perform varying x from 18 by 1 until x > 23
           display bc-line line x position 60 size 2 control nor-cnt
           end-perform.

           move c-name(3) to bc. move c-name(8) to fc.
           display " ###ਫ਼ " line 22 position 30 control col-cnt
                   " ####/####⤦# " line 22 position 43.

           move c-name(6) to bc. move c-name(8) to fc.
           move "n" to synexeia.

           accept synexeia line 18 position 55 update tab blink
                 control col-cnt
                 on exception chr-ch
           evaluate chr-ch
             when 27 move c-name(4) to bc move c-name(2) to fc

                     perform varying x from 17 by 1 until x > 24
                        display bc-line line x position 25 size 37
                                control col-cnt
                     end-perform

                     go condition-1

             when 2 move "p" to editor-from go editor-open

             when other go edit-box
           end-evaluate.

             evaluate true
                 when syn-n move 1 to flag
                 when syn-o move 0 to flag
                 when other go edit-box
              end-evaluate.

           move "1" to prt-format.
           accept prt-format line 19 position 55 update tab blink
                 control col-cnt.

           if not format-label and not format-label-tk
              move "1" to prt-format.

           move "1" to prt-output.
           accept prt-output line 20 position 55 update tab blink
                 control col-cnt.

           if not output-disk move "1" to prt-output.

           if output-disk
              move spaces to prt-disk-file
              accept prt-disk-file line 21 position 31 update tab
                    control col-cnt
              move prt-disk-file to prt-device
           else
              move par-prt-dev to prt-device
           end-if.

           perform status-filter thru status-filter-ex.

           perform prof-ask thru prof-ask-ex.

           go print-out.

       check-code.
           move c-name(2) to bc move c-name(4) to fc.

           display "#######################Ŀ" line 17 position 10
                                                control col-cnt
                   "#                       #" line 18 position 10
                   "#                       #" line 19 position 10
                   "#                       #" line 20 position 10
                   "#########################" line 21 position 10
                   "##礘## ####㡞" line 18 position 15 blink
                   "3.EPITH" line 18 position 27 blink
                   "4.AFM 5.TEL" line 19 position 15 blink
                   "8.WORK" line 19 position 27 blink
                   "6.DIEYTH 7.RENUM" line 20 position 15 blink

                   bc-line line 22 position 12 size 25
                            control nor-cnt.

           perform varying x from 18 by 1 until x > 21
             display bc-line line x position 35 size 2 control nor-cnt
           end-perform.

           accept flag2 line 24 position 80 control acpt-col.

           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 17 by 1 until x > 22
             display bc-line line x position 10 size 30 control col-cnt
           end-perform.

       page-box.
           move c-name(2) to bc. move c-name(7) to fc.
           display "###囘    /   " line 19 position 7 control col-cnt
                   e line 19 position 14
                   l line 19 position 18.

       save-box.
           if pelates-rec not = save-var

              perform error-box

              display "   (!) #######        " line 7 position 29
                                             control col-cnt
                      "----------------------" line 8 position 29
                      "     ## ##### ##     " line 10 position 29
                      "   ######;(N/O):     " line 12 position 29

              move "n" to synexeia

              accept synexeia line 12 position 46 update tab blink

              evaluate true
                 when syn-n perform save-routin
                 when syn-o continue
                 when other go save-box
              end-evaluate

           end-if.

       save-box-2.
           initialize save-var.
           move pelates-rec to save-var.

       clean-table.
           perform varying x from 1 by 1 until x > 1000
           initialize idx-table(x)
           end-perform.

       clean-box.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 5 by 1 until x > 22
           display bc-line line x position 5 size 71
                           control col-cnt
           end-perform.

       index-clean.
           move c-name(3) to bc. move c-name(3) to fc.
           perform varying x from 9 by 1 until x > 18
           display inv-line line x position 7 size 66 control col-cnt
           end-perform.

       error-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "######################Ŀ" line 6 position 28
                   control col-cnt
                   "#                      #" line 7 position 28
                   "#                      #" line 8 position 28
                   "#                      #" line 9 position 28
                   "#                      #" line 10 position 28
                   "#                      #" line 11 position 28
                   "#                      #" line 12 position 28
                   "########################" line 13 position 28

           inv-line line 14 position 30 size 24 control nor-cnt.

           perform varying x from 7 by 1 until x > 13
           display inv-line line x position 52 size 2 control nor-cnt
           end-perform.

           if epitheto (22:2) = spaces
                  display und-line line 8 position 52 size 2
                                   control nor-cnt

           else display epitheto (22:2) line 8 position 52
                                   control nor-cnt
           end-if.

           if dieythynsh (22:2) = spaces
                  display und-line line 10 position 52 size 2
                                   control nor-cnt

           else display dieythynsh (22:2) line 10 position 52
                                   control nor-cnt
           end-if.

       message-box.
           move c-name(1) to bc. move c-name(8) to fc.
           display "###################Ŀ" line 19 position 14
                   control col-cnt.

           move c-name(2) to bc. move c-name(3) to fc.
           display "#########" line 19 position 5 control col-cnt
                   "#                            #" line 20 position 5
                   control col-cnt
                   "##############################" line 21 position 5

                   bc-line line 22 position 7 size 30 control nor-cnt.

           perform varying x from 19 by 1 until x > 21
           display bc-line line x position 35 size 2 control nor-cnt
           end-perform.

       message-error-box.
           perform error-box.
           display  "<<                  >>" line 7 position 29
                     inval-mess line 7 position 30
                    "   ### ######櫜###   " line 8 position 29
                    "     ########圪      " line 9 position 29
                    "    #####⥫# ##      " line 10 position 29
                    "  ##暨#### ##㟜###  " line 11 position 29
                    "     ### ## #####     " line 12 position 29.

           accept flag line 24 position 80 control acpt-col.
           perform clean-box.

       message-error-box-2.
           exit.

       message-error-box-3.
           go begin-2.

       invalid-info.
           evaluate file-stat
              when "10"  move "   #⢦# ####妬   " to inval-mess
                                          perform invalid-message

              when "22"  move "   ##### #######   " to inval-mess
               perform message-error-box thru message-error-box-2

              when "23"  move "    ## #######    " to inval-mess
                                          perform invalid-message

              when "24"  move "  #⣠## ## ##### " to inval-mess
               perform message-error-box thru message-error-box-2

              when "30"  move "  ##ᙞ ### #婡#  " to inval-mess
               perform message-error-box thru message-error-box-2

              when "98"  move "######⤦ #####㨠#" to inval-mess
               perform message-error-box thru message-error-box-2

              when "99"  move "RECORD IN USE, RETRY" to inval-mess
               perform message-error-box thru message-error-box-2

              when other move "####### ## SYS.OP. " to inval-mess
               perform message-error-box thru message-error-box-2

           end-evaluate.

       valid-info.
           evaluate val-stat
              when 1  move " # ######## ⚠##  " to val-mess

              when 2  move " H ###### ⚠##    " to val-mess

              when 3  move " # ######## ⚠##  " to val-mess

              when 4  move " ######## ########" to val-mess.

           move 0 to val-stat.

           perform valid-message.

       invalid-message.
           perform message-box.
           display inval-mess line 20 position 10 control col-cnt.
           move c-name(6) to bc. move c-name(8) to fc.
           display " " line 16 position 69 control col-cnt.

       valid-message.
           perform message-box.
           display val-mess line 20 position 10 control col-cnt.
           move c-name(6) to bc. move c-name(8) to fc.
           display " " line 16 position 69 control col-cnt.

       editor-open.
           move fl-disk-path to fl-disk. move fl-rest-path to fl-rest.
           move fpel-2 to fl-nam. open i-o word.
           move spaces to ed-new-text.
           perform wl-load thru wl-load-ex.
           move 1 to wl-e.

           move "N" to arc-notes.
           move fcat to fl-nam.
           open input arccat.
           move "W" to cat-file.
           move kodikos to cat-kodikos.
           read arccat invalid continue
                not invalid move "Y" to arc-notes
           end-read.
           close arccat.

       editor.
           move c-name(2) to bc. move c-name(8) to fc.
           display "################################################"
                   line 3 position 3 control col-cnt
                   "##########################" line 3 position 51.

           perform varying x from 4 by 1 until x > 20
           display "#                                               "
                   line x position 3
                   "                         #" line x position 51
           end-perform.

           display "################################################"
                   line 21 position 3 control col-cnt
                   "##########################" line 21 position 51.

           perform varying x from 4 by 1 until x > 22
           display bc-line line x position 77 size 2 control nor-cnt
           end-perform.
           display bc-line line 22 position 5 size 72 control nor-cnt.

           move c-name(2) to bc. move c-name(7) to fc.
           display "HMER/NIA XEIRISTHS SHMEIWSH" line 4 position 4
                   control col-cnt
                   half-line line 5 position 4 size 73
                   "NEA:" line 19 position 4
                   "ESC F2=EGGRAFH F5=DIAGRAFH PGUP-PGDN" line 21
                   position 6.

           if arc-notes = "Y"
              display "PALAIOTERA STO ARXEIO" line 4 position 45
                      control col-cnt.

           perform wl-page-disp.

       editor-2.
           accept ed-new-text line 20 position 4 update no beep
            control col-cnt
             on exception chr-ch go editor-chr.

           perform editor-save.
           go editor-2.

       editor-chr.
           evaluate chr-ch
              when 27 perform editor-clean close word
                      move 0 to flag
                       if editor-from-a2 go a2 else go print-out end-if
              when 67 if wl-e > 1 subtract 1 from wl-e
                         perform wl-page-disp
                      end-if
              when 68 if wl-e < wl-l add 1 to wl-e
                         perform wl-page-disp
                      end-if
              when 2 perform editor-save
              when 5 perform editor-delete
              when other go editor-2
           end-evaluate.
           go editor-2.

       wl-load.
           move 0 to wl-cnt.

           move kodikos to word-num.
           move 0 to word-date. move 0 to word-seq.

           start word key not < word-key
                 invalid go wl-load-2.

       wl-load-1b.
           read word next record at end go wl-load-2.

           if word-num not = kodikos go wl-load-2.

           if wl-cnt < 200
              add 1 to wl-cnt
              move word-rec to wl-tab (wl-cnt)
           else
              perform varying wl-i from 1 by 1 until wl-i > 199
                 move wl-tab (wl-i + 1) to wl-tab (wl-i)
              end-perform
              move word-rec to wl-tab (200)
           end-if.

           go wl-load-1b.

       wl-load-2.
           if wl-cnt = 0 move 1 to wl-l
           else compute wl-l = ( ( wl-cnt - 1 ) / 15 ) + 1
           end-if.

           if wl-e > wl-l move wl-l to wl-e.
           if wl-e = 0 move 1 to wl-e.

       wl-load-ex.
           exit.

       wl-page-disp.
           move c-name(2) to bc. move c-name(7) to fc.

           perform varying wl-r from 1 by 1 until wl-r > 15
              compute wl-i = wl-cnt - ( ( wl-e - 1 ) * 15 )
                             - ( wl-r - 1 )
              perform wl-row-disp
           end-perform.

           display "SELIDA" line 19 position 55 control col-cnt
                   wl-e line 19 position 62
                   "/" line 19 position 66
                   wl-l line 19 position 67.

       wl-row-disp.
           if wl-i < 1 or wl-i > wl-cnt
              display inv-line line ed-ln(wl-r) position 4 size 73
                      control col-cnt
           else
              move wl-tab (wl-i) to wl-work
              move wl-w-date to wl-date-x
              move wx-dd to wl-dd
              move wx-mm to wl-mm
              move wx-yy to wl-yy
              move wl-w-oper to wl-oper-d
              move wl-w-text to wl-text-d
              display wl-pos line ed-ln(wl-r) position 4
                      control col-cnt
           end-if.

       editor-clean.
           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 22 by -1 until x < 3
           display bc-line line x position 2 size 78 control col-cnt
           end-perform.

       editor-save.
           if ed-new-text = spaces go editor-save-ex.

           move kodikos to word-num.
           compute wl-date-hold = t-yy * 10000 + t-mm * 100 + t-dd.
           move wl-date-hold to word-date.
           move 0 to word-seq.

           perform wl-next-seq thru wl-next-seq-ex.

           move oper-code to word-oper.
           move ed-new-text to word-text.

           write word-rec invalid continue end-write.

           move spaces to ed-new-text.
           display inv-line line 20 position 4 size 73
                   control col-cnt.

           perform wl-load thru wl-load-ex.
           perform wl-page-disp.

       editor-save-ex.
           exit.

       wl-next-seq.
           move 0 to wl-i.

           start word key not < word-key
                 invalid go wl-next-seq-2.

       wl-next-seq-1b.
           read word next record at end go wl-next-seq-2.

           if word-num not = kodikos go wl-next-seq-2.
           if word-date not = wl-date-hold go wl-next-seq-2.

           move word-seq to wl-i.

           go wl-next-seq-1b.

       wl-next-seq-2.
           move kodikos to word-num.
           move wl-date-hold to word-date.
           compute word-seq = wl-i + 1.

       wl-next-seq-ex.
           exit.

       editor-delete.
           if wl-cnt = 0 go editor-delete-ex.

           move wl-tab (wl-cnt) to wl-work.
           move wl-w-key to word-key.

           delete word invalid continue end-delete.

           perform wl-load thru wl-load-ex.
           perform wl-page-disp.

       editor-delete-ex.
           exit.

       telos.
           if prof-reset-w not = spaces
              write prt-rec from prof-reset-w.

           close pel-prt.

           if output-printer perform spool-close.

       telos-2.
           close pelates.
       telos-3.
           goback.

       spool-open.
           move fctl to fl-nam.
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
           move "pel02" to spl-job.
           move oper-code to spl-oper.
           compute spl-date = t-yy * 10000 + t-mm * 100 + t-dd.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.

           if prof-dev-w not = spaces
              move prof-dev-w to spl-dev
           else
              move par-prt-dev to spl-dev
           end-if.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.

       status-filter.
           move spaces to t-status.

           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line  4 position 24
                                                     control col-cnt
                   "#                            #" line  5 position 24
                   "#                            #" line  6 position 24
                   "##############################" line  7 position 24.

           display "STATUS (KENO=OLA):" line  5 position 27
                                        control col-cnt.

           accept t-status line 6 position 27 update tab
                 on exception chr-ch
           evaluate chr-ch
              when 27 continue
              when other continue
           end-evaluate.

           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 4 by 1 until x > 7
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

       status-filter-ex.
           exit.

       prof-ask.
           move spaces to prof-sel.
           move "N" to wide-flag.
           move spaces to prof-init-w prof-reset-w.
           move spaces to prof-dev-w.
           move 55 to prt-max-lines.

           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line  8 position 24
                                                     control col-cnt
                   "#                            #" line  9 position 24
                   "#                            #" line 10 position 24
                   "##############################" line 11 position 24.

           display "PROFILE (KENO=STD):" line  9 position 27
                                        control col-cnt.

           accept prof-sel line 9 position 47 update tab
                 on exception chr-ch
           evaluate chr-ch
              when 27 continue
              when other continue
           end-evaluate.

           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 8 by 1 until x > 11
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

           if prof-sel = spaces go prof-ask-ex.

           move fprof to fl-nam.
           open input prtprof.
           move prof-sel to prf-id.

           read prtprof invalid close prtprof go prof-ask-ex.

           close prtprof.

           if prf-page-len not = 0
              move prf-page-len to prt-max-lines.

           if prf-width not < 132 move "Y" to wide-flag.

           move prf-init to prof-init-w.
           move prf-reset to prof-reset-w.

           if prf-dev not = spaces
              move prf-dev to prof-dev-w.

       prof-ask-ex.
           exit.

       brk.
           exit.

       brk-2.
           go begin-2.

       help-show.
           move fhelp to fl-nam.
           open input helpf.

           move hs-topic to hlp-topic.
           move 0 to hlp-line.

           start helpf key not < hlp-key
                 invalid close helpf go help-show-ex.

           read helpf next record
                at end close helpf go help-show-ex.

           if hlp-topic not = hs-topic
              close helpf
              go help-show-ex.

           move c-name(2) to bc. move c-name(3) to fc.

           perform varying x from 5 by 1 until x > 20
           display bc-line line x position 8 size 66 control col-cnt
           end-perform.

           display "BOHTHEIA:" line 5 position 10 control col-cnt
                   hs-topic line 5 position 20
                   half-line line 6 position 10 size 62.

           move 0 to hs-row.

       help-show-2.
           if hs-row > 11 go help-show-3.

           add 1 to hs-row.
           compute x = 6 + hs-row.
           display hlp-text line x position 10 control col-cnt.

           read helpf next record at end go help-show-3.

           if hlp-topic not = hs-topic go help-show-3.

           go help-show-2.

       help-show-3.
           close helpf.

           display "press a key" line 19 position 35 control col-cnt.

           accept flag line 24 position 80 control acpt-col.

           perform clean-box.
           perform values-box.
           perform disp-info.
           perform disp-ln.

       help-show-ex.
           exit.

       fu-jump-check.
           move "N" to fu-active.

           move fdiary to fl-nam.
           open i-o diary.

           move oper-code to fu-oper.
           move 0 to fu-due.

           start diary key not < fu-oper-key
                 invalid go fu-jump-check-2.

       fu-jump-check-1b.
           read diary next record at end go fu-jump-check-2.

           if fu-oper not = oper-code go fu-jump-check-2.

           if fu-jump not = "J" or fu-file not = "P"
              go fu-jump-check-1b.

           move space to fu-jump.
           rewrite diary-rec invalid continue end-rewrite.

           move fu-kodikos to kodikos.
           move "Y" to fu-active.

       fu-jump-check-2.
           close diary.

       fu-jump-check-ex.
           exit.

       fu-add.
           move pelates-rec to fu-hold.

           read pelates invalid
                move fu-hold to pelates-rec
                move "EGGRAFH PRWTA (F4)  " to inval-mess
                perform invalid-message
                go fu-add-ex.

           move fu-hold to pelates-rec.

           move t-dd to fi-dd. move t-mm to fi-mm. move t-yy to fi-yy.
           move oper-code to fi-oper.
           move spaces to fi-reason.

           perform fu-box.

       fu-add-a1.
           accept fi-dd line 9 position 27 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go fu-add-9
              when 4 go fu-add-save
              when 53 continue
              when other go fu-add-a1
           end-evaluate.

       fu-add-a2.
           accept fi-mm line 9 position 30 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go fu-add-9
              when 4 go fu-add-save
              when 52 go fu-add-a1
              when 53 continue
              when other go fu-add-a2
           end-evaluate.

       fu-add-a3.
           accept fi-yy line 9 position 33 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go fu-add-9
              when 4 go fu-add-save
              when 52 go fu-add-a2
              when 53 continue
              when other go fu-add-a3
           end-evaluate.

       fu-add-a4.
           accept fi-oper line 10 position 27 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go fu-add-9
              when 4 go fu-add-save
              when 52 go fu-add-a3
              when 53 continue
              when other go fu-add-a4
           end-evaluate.

       fu-add-a5.
           accept fi-reason line 11 position 27 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go fu-add-9
              when 4 go fu-add-save
              when 52 go fu-add-a4
              when other go fu-add-a5
           end-evaluate.

           go fu-add-a1.

       fu-add-save.
           perform fu-date-check.
           if flag = 1 go fu-add-a1.

           perform fu-oper-check thru fu-oper-check-ex.
           if flag = 1 go fu-add-a4.

           if fi-reason = spaces go fu-add-a5.

           move fdiary to fl-nam.
           open i-o diary.

           move 0 to fu-seq-w.

       fu-add-seq.
           move kodikos to fu-kodikos.
           move fu-today to fu-date.
           compute fu-seq = fu-seq-w + 1.

           read diary invalid go fu-add-seq-2.

           add 1 to fu-seq-w.
           go fu-add-seq.

       fu-add-seq-2.
           initialize diary-rec.
           move kodikos to fu-kodikos.
           move fu-today to fu-date.
           compute fu-seq = fu-seq-w + 1.
           move fi-oper to fu-oper.
           compute fu-due = fi-yy * 10000 + fi-mm * 100 + fi-dd.
           move "P" to fu-file.
           move fi-reason to fu-reason.
           move "N" to fu-done.
           move oper-code to fu-cr-oper.
           move "pel02" to fu-prog.

           write diary-rec invalid continue end-write.
           close diary.

           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "A" to aud-op.
           move "diary" to aud-prog.
           move kodikos to aud-key.
           move oper-code to aud-operator.
           move spaces to aud-before.
           move diary-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       fu-add-9.
           perform values-box.
           perform disp-info.
           perform disp-ln.
           perform show-touch.
           perform show-balance.

       fu-add-ex.
           exit.

       fu-date-check.
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
              if fi-yy * 10000 + fi-mm * 100 + fi-dd < fu-today
                 move 1 to flag.

           if flag = 1
              move "LATHOS HMEROMHNIA   " to inval-mess
              perform invalid-message.

       fu-oper-check.
           move 0 to flag.

           if fi-oper = spaces move 1 to flag go fu-oper-check-ex.

           move foper to fl-nam.
           open input opers.

           read opers next record at end
                close opers go fu-oper-check-ex.

           move fi-oper to opr-id.

           read opers invalid
                move 1 to flag
                move "AGNWSTOS XEIRISTHS  " to inval-mess
                perform invalid-message.

           close opers.

       fu-oper-check-ex.
           exit.

       fu-box.
           move c-name(2) to bc. move c-name(8) to fc.
           display
           "##################### YPENTHYMISH #####################"
                   line 8 position 14 control col-cnt.

           perform varying x from 9 by 1 until x > 12
           display
           "#                                                     #"
                   line x position 14
           end-perform.

           display
           "#######################################################"
                   line 13 position 14
                   "ESC=AKYRO   F4=KATAXWRHSH" line 12 position 17.

           display "HMEROM..:" line 9 position 17 control col-cnt
                   "/" line 9 position 29
                   "/" line 9 position 32
                   "XEIRIST.:" line 10 position 17
                   "AITIA...:" line 11 position 17.

           move c-name(2) to bc. move c-name(7) to fc.
           display fi-dd line 9 position 27 control col-cnt
                   fi-mm line 9 position 30
                   fi-yy line 9 position 33
                   fi-oper line 10 position 27
                   fi-reason line 11 position 27.

       apr-gate.
           perform apr-find thru apr-find-ex.

           if apr-found = 1 go apr-gate-ex.

           if apr-found = 2
              move "ANAMENEI EGKRISH    " to inval-mess
              perform invalid-message
              accept flag line 24 position 80 control acpt-col
              go apr-gate-ex.

           perform apr-new thru apr-new-ex.

       apr-gate-ex.
           exit.

       apr-find.
           move 0 to apr-found.
           move t-yy to ser-yy. move t-mm to ser-mm.
           move t-dd to ser-dd.
           perform date-serial.
           move ser-no to apr-today-ser.

           move fapq to fl-nam.
           open input apprq.
           move apr-kod to apq-kodikos.
           start apprq key not < apq-kodikos
                 invalid go apr-find-3.

       apr-find-2.
           read apprq next record at end go apr-find-3.

           if apq-kodikos not = apr-kod go apr-find-3.
           if apq-type not = apr-type go apr-find-2.
           if apq-kodikos2 not = apr-kod2 go apr-find-2.

           if apq-stat = "P"
              move apq-req-date to ser-date-x
              perform date-serial
              if ser-no + apr-days not < apr-today-ser
                 and apr-found = 0
                 move 2 to apr-found
              end-if
              go apr-find-2.

           if apq-stat not = "A" go apr-find-2.

           move apq-app-date to ser-date-x.
           perform date-serial.
           if ser-no + apr-days < apr-today-ser go apr-find-2.

           move 1 to apr-found.
           move apq-no to apr-no.

       apr-find-3.
           close apprq.

       apr-find-ex.
           exit.

       apr-new.
           perform apr-box thru apr-box-ex.

           if apr-found = 9 go apr-new-ex.

           move fctl to fl-nam.
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
           move apr-kod to apq-kodikos.
           move apr-kod2 to apq-kodikos2.
           move apr-amount to apq-amount.
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

           move "Q" to aud-op.
           perform apr-audit.

           move "STALTHKE GIA EGKRISH" to inval-mess.
           perform invalid-message.
           accept flag line 24 position 80 control acpt-col.

       apr-new-ex.
           exit.

       apr-used.
           move fapq to fl-nam.
           open i-o apprq.
           move apr-no to apq-no.

           read apprq invalid close apprq go apr-used-ex.

           move "U" to apq-stat.
           rewrite apprq-rec invalid continue end-rewrite.
           close apprq.

           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.

           move "E" to aud-op.
           perform apr-audit.

       apr-used-ex.
           exit.

       apr-audit.
           move "apprq" to aud-prog.
           move apq-kodikos to aud-key.
           move oper-code to aud-operator.
           move apq-before to aud-before.
           move apprq-rec (1:151) to aud-after.

           perform audit-chain thru audit-chain-ex.

       apr-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display
           "####################################################"
                   line 13 position 12 control col-cnt.

           perform varying x from 14 by 1 until x > 16
           display
           "#                                                  #"
                   line x position 12
           end-perform.

           display
           "####################################################"
                   line 17 position 12

                   bc-line line 18 position 14 size 52 control nor-cnt.

           perform varying x from 14 by 1 until x > 17
           display bc-line line x position 64 size 2 control nor-cnt
           end-perform.

           display "APAITEITAI EGKRISH EPOPTH" line 14 position 15
                                            control col-cnt
                   "LOGOS:" line 15 position 15
                   "ESC=AKYRO" line 16 position 15.

           move spaces to apr-reason.

       apr-box-2.
           accept apr-reason line 15 position 22 prompt "."
               control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 move 9 to apr-found go apr-box-ex
              when other go apr-box-2
           end-evaluate.

           if apr-reason = spaces go apr-box-2.

       apr-box-ex.
           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 13 by 1 until x > 18
           display bc-line line x position 12 size 54 control col-cnt
           end-perform.

       con-list.
           move pelates-rec to fu-hold.

           read pelates invalid
                move fu-hold to pelates-rec
                move "EGGRAFH PRWTA (F4)  " to inval-mess
                perform invalid-message
                go con-list-ex.

           move fu-hold to pelates-rec.

       con-list-2.
           perform clean-table.
           move 1 to rl-cnt.

           move fcon to fl-nam.
           open input contract.

           move kodikos to con-kodikos.

           start contract key not < con-kodikos
                 invalid go con-list-4.

       con-list-3.
           read contract next record at end go con-list-4.

           if con-kodikos not = kodikos go con-list-4.

           if rl-cnt > 1000 go con-list-4.

           perform con-line.
           move cl-pos to idx-table (rl-cnt).

           add 1 to rl-cnt.

           go con-list-3.

       con-list-4.
           close contract.

           subtract 1 from rl-cnt.
           move 1 to e.

           if rl-cnt < 10 move 1 to l

           else compute l rounded = ( rl-cnt / 10) + .5

           end-if.

           perform con-index-box.

       con-disp.
           perform index-clean.
           perform page-box.

           move c-name(3) to bc. move c-name(7) to fc.

           compute y = ( e * 10 ) - 9.
           move 1 to k.

       con-disp-2.
           if y > rl-cnt go con-keys.
           if k > 10 go con-keys.

           move idx-table(y) to cl-pos.

           display cl-pos line idx-ln(k) position 8
                          control col-cnt.

           add 1 to y. add 1 to k.

           go con-disp-2.

       con-keys.
           move 0 to con-sel.

           accept con-sel line 20 position 64 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 67 if e > 1 subtract 1 from e go con-disp
                      else go con-keys
                      end-if

              when 68 if e < l add 1 to e go con-disp
                      else go con-keys
                      end-if

              when 2 perform con-new thru con-new-ex
                     go con-list-2

              when 27 perform clean-box go con-list-9

              when other go con-keys
           end-evaluate.

           if con-sel = 0 go con-keys.

           perform con-edit thru con-edit-ex.

           go con-list-2.

       con-list-9.
           perform values-box. perform disp-info. perform disp-ln.
           perform show-touch. perform show-balance.

       con-list-ex.
           exit.

       con-line.
           move con-no to cl-no.
           move con-type to cl-type.
           move con-start to cn-date-w.
           perform con-date-disp.
           move cn-date-d to cl-start.
           move con-end to cn-date-w.
           perform con-date-disp.
           move cn-date-d to cl-end.
           move con-value to cl-value.
           move con-status to cl-status.

       con-date-disp.
           move cn-dd to cn-dd-d.
           move cn-mm to cn-mm-d.
           move cn-yy to cn-yy-d.

       con-new.
           initialize contract-rec.
           move kodikos to con-kodikos.
           move fu-today to con-start.
           compute con-end = fu-today + 10000.
           move 12 to con-ren-months.
           move "E" to con-status.
           move space to con-ltr.
           move oper-code to con-oper.

           move spaces to con-before.
           move "A" to aud-op.

           perform con-form thru con-form-ex.

       con-new-ex.
           exit.

       con-edit.
           move fcon to fl-nam.
           open input contract.

           move con-sel to con-no.

           read contract invalid
                close contract
                move "DEN YPARXEI         " to inval-mess
                perform invalid-message
                go con-edit-ex.

           close contract.

           if con-kodikos not = kodikos
              move "ALLOY PELATH        " to inval-mess
              perform invalid-message
              go con-edit-ex.

           move contract-rec to con-before.
           move "U" to aud-op.

           perform con-form thru con-form-ex.

       con-edit-ex.
           exit.

       con-form.
           move con-start to cn-date-w.
           move cn-dd to cs-dd. move cn-mm to cs-mm.
           move cn-yy to cs-yy.
           move con-end to cn-date-w.
           move cn-dd to ce-dd. move cn-mm to ce-mm.
           move cn-yy to ce-yy.

           perform con-form-box.
           perform con-type-check.
           perform con-form-disp.

       con-a1.
           accept con-type line 9 position 27 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go con-form-ex
              when 4 go con-save
              when 53 continue
              when other go con-a1
           end-evaluate.

           perform con-type-check.
           perform con-form-disp.

       con-a2.
           accept cs-dd line 10 position 27 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go con-form-ex
              when 4 go con-save
              when 52 go con-a1
              when 53 continue
              when other go con-a2
           end-evaluate.

       con-a3.
           accept cs-mm line 10 position 30 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go con-form-ex
              when 4 go con-save
              when 52 go con-a2
              when 53 continue
              when other go con-a3
           end-evaluate.

       con-a4.
           accept cs-yy line 10 position 33 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go con-form-ex
              when 4 go con-save
              when 52 go con-a3
              when 53 continue
              when other go con-a4
           end-evaluate.

       con-a5.
           accept ce-dd line 11 position 27 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go con-form-ex
              when 4 go con-save
              when 52 go con-a4
              when 53 continue
              when other go con-a5
           end-evaluate.

       con-a6.
           accept ce-mm line 11 position 30 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go con-form-ex
              when 4 go con-save
              when 52 go con-a5
              when 53 continue
              when other go con-a6
           end-evaluate.

       con-a7.
           accept ce-yy line 11 position 33 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go con-form-ex
              when 4 go con-save
              when 52 go con-a6
              when 53 continue
              when other go con-a7
           end-evaluate.

       con-a8.
           accept con-value line 12 position 27 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go con-form-ex
              when 4 go con-save
              when 52 go con-a7
              when 53 continue
              when other go con-a8
           end-evaluate.

       con-a9.
           accept con-ren-months line 13 position 27 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go con-form-ex
              when 4 go con-save
              when 52 go con-a8
              when 53 continue
              when other go con-a9
           end-evaluate.

       con-a10.
           accept con-ren-terms line 14 position 27 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go con-form-ex
              when 4 go con-save
              when 52 go con-a9
              when 53 continue
              when other go con-a10
           end-evaluate.

       con-a11.
           accept con-status line 15 position 27 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go con-form-ex
              when 4 go con-save
              when 52 go con-a10
              when other go con-a11
           end-evaluate.

           go con-a1.

       con-save.
           perform con-type-check.
           if flag = 1 go con-a1.

           move cs-date to cv-date.
           perform con-date-check.
           if flag = 1 go con-a2.

           move ce-date to cv-date.
           perform con-date-check.
           if flag = 1 go con-a5.

           compute con-start = cs-yy * 10000 + cs-mm * 100 + cs-dd.
           compute con-end = ce-yy * 10000 + ce-mm * 100 + ce-dd.

           if con-end not > con-start
              move "LATHOS HMEROMHNIA   " to inval-mess
              perform invalid-message
              go con-a5.

           if con-status = "e" move "E" to con-status.
           if con-status = "l" move "L" to con-status.
           if con-status = "a" move "A" to con-status.
           if con-status = "n" move "N" to con-status.

           if con-status not = "E" and not = "L" and not = "A"
                             and not = "N"
              move "KATASTASH E/L/A/N   " to inval-mess
              perform invalid-message
              go con-a11.

           if aud-op = "U" and con-end not = con-before (38:8)
              move space to con-ltr
              move 0 to con-ltr-date.

           move oper-code to con-oper.

           move fcon to fl-nam.
           open i-o contract.

           if aud-op = "U"
              rewrite contract-rec invalid continue end-rewrite
              close contract
              go con-save-2.

           move fctl to fl-nam.
           open i-o seqctl.
           move "CONTRACT" to seq-id.

           read seqctl invalid
                move 0 to seq-next
                write seqctl-rec invalid continue end-write
           end-read.

           add 1 to seq-next.
           move seq-next to con-no.

           rewrite seqctl-rec invalid continue end-rewrite.
           close seqctl.

           write contract-rec invalid continue end-write.
           close contract.

       con-save-2.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "contract" to aud-prog.
           move kodikos to aud-key.
           move oper-code to aud-operator.
           move con-before to aud-before.
           move contract-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       con-form-ex.
           exit.

       con-type-check.
           move 0 to flag.

           move fconst to fl-nam.
           open input const.

           move con-cat to cat-code. move con-type to type-code.

           read const invalid
                move spaces to type-descr
                move 1 to flag.

           close const.

           if flag = 1
              move "TYPOS NOT IN TABLE  " to inval-mess
              perform invalid-message.

       con-date-check.
           move 0 to flag.

           if cv-mm = 0 or cv-mm > 12 or cv-dd = 0 or cv-yy < 1900
              move 1 to flag.

           if flag = 0
              move dim (cv-mm) to dt-lim
              if cv-mm = 2
                 divide cv-yy by 4 giving dt-q remainder dt-r
                 if dt-r = 0 move 29 to dt-lim end-if
                 divide cv-yy by 100 giving dt-q remainder dt-r
                 if dt-r = 0 move 28 to dt-lim end-if
                 divide cv-yy by 400 giving dt-q remainder dt-r
                 if dt-r = 0 move 29 to dt-lim end-if
              end-if
              if cv-dd > dt-lim move 1 to flag end-if
           end-if.

           if flag = 1
              move "LATHOS HMEROMHNIA   " to inval-mess
              perform invalid-message.

       con-form-box.
           move c-name(2) to bc. move c-name(8) to fc.
           display
           "##################### SYMBOLAIO #######################"
                   line 7 position 14 control col-cnt.

           perform varying x from 8 by 1 until x > 16
           display
           "#                                                     #"
                   line x position 14
           end-perform.

           display
           "#######################################################"
                   line 17 position 14
                   "ESC=AKYRO   F4=KATAXWRHSH" line 16 position 17.

           display "AR.SYMB.:" line 8 position 17 control col-cnt
                   "TYPOS...:" line 9 position 17
                   "ENARXH..:" line 10 position 17
                   "/" line 10 position 29
                   "/" line 10 position 32
                   "LHXH....:" line 11 position 17
                   "/" line 11 position 29
                   "/" line 11 position 32
                   "AXIA....:" line 12 position 17
                   "ANANEWSH:" line 13 position 17
                   "MHNES" line 13 position 30
                   "OROI....:" line 14 position 17
                   "KATAST..:" line 15 position 17
                   "E=ENERG L=LHG A=AKYR N=ANAN" line 15 position 29.

       con-form-disp.
           move c-name(2) to bc. move c-name(7) to fc.
           display con-no line 8 position 27 control col-cnt
                   con-type line 9 position 27
                   type-descr line 9 position 32
                   cs-dd line 10 position 27
                   cs-mm line 10 position 30
                   cs-yy line 10 position 33
                   ce-dd line 11 position 27
                   ce-mm line 11 position 30
                   ce-yy line 11 position 33
                   con-value line 12 position 27
                   con-ren-months line 13 position 27
                   con-ren-terms line 14 position 27
                   con-status line 15 position 27.

       con-index-box.
           move c-name(3) to bc. move c-name(8) to fc.
           display "#####################################"
                   line 6 position 6 control col-cnt

                   "#################################"
                   line 6 position 41.

           perform varying x from 7 by 1 until x > 21
           display "#                                    "
                   line x position 6
                   "                                #"
                   line x position 41
           end-perform.

           display "#####################################"
                   line 21 position 6 control col-cnt

                  "#################################"
                  line 21 position 41.

           display bc-line line 22 position 8 low size 68
                           control nor-cnt.

           perform varying x from 7 by 1 until x > 21
           display bc-line line x position 74 low size 2
           end-perform.

           move c-name(3) to bc. move c-name(8) to fc.
           display "SYMB." line 7 position 8 control col-cnt
                   "TYPOS" line 7 position 16
                   "ENARXH" line 7 position 21
                   "LHXH" line 7 position 33
                   "AXIA" line 7 position 49
                   "K" line 7 position 58
                   half-line line 8 position 8 size 66
                   "PGUP-PGDN" line 20 position 8
                   "F2" line 20 position 31
                   "ESC" line 20 position 41
                   "AR.SYMB.:" line 20 position 54.

           move c-name(2) to bc. move c-name(5) to fc.
           display "NEO" line 20 position 34 control col-cnt
                   "EPISTROFH" line 20 position 45.

       tkt-list.
           move pelates-rec to fu-hold.

           read pelates invalid
                move fu-hold to pelates-rec
                move "EGGRAFH PRWTA (F4)  " to inval-mess
                perform invalid-message
                go tkt-list-ex.

           move fu-hold to pelates-rec.

       tkt-list-2.
           perform clean-table.
           move 1 to rl-cnt.

           move ftkt to fl-nam.
           open input ticket.

           move kodikos to tk-kodikos.

           start ticket key not < tk-kodikos
                 invalid go tkt-list-4.

       tkt-list-3.
           read ticket next record at end go tkt-list-4.

           if tk-kodikos not = kodikos go tkt-list-4.

           if rl-cnt > 1000 go tkt-list-4.

           perform tkt-line.
           move tl-pos to idx-table (rl-cnt).

           add 1 to rl-cnt.

           go tkt-list-3.

       tkt-list-4.
           close ticket.

           subtract 1 from rl-cnt.
           move 1 to e.

           if rl-cnt < 10 move 1 to l

           else compute l rounded = ( rl-cnt / 10) + .5

           end-if.

           perform tkt-index-box.

       tkt-disp.
           perform index-clean.
           perform page-box.

           move c-name(3) to bc. move c-name(7) to fc.

           compute y = ( e * 10 ) - 9.
           move 1 to k.

       tkt-disp-2.
           if y > rl-cnt go tkt-keys.
           if k > 10 go tkt-keys.

           move idx-table(y) to tl-pos.

           display tl-pos line idx-ln(k) position 8
                          control col-cnt.

           add 1 to y. add 1 to k.

           go tkt-disp-2.

       tkt-keys.
           move 0 to tkt-sel.

           accept tkt-sel line 20 position 64 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 67 if e > 1 subtract 1 from e go tkt-disp
                      else go tkt-keys
                      end-if

              when 68 if e < l add 1 to e go tkt-disp
                      else go tkt-keys
                      end-if

              when 2 perform tkt-new thru tkt-new-ex
                     go tkt-list-2

              when 27 perform clean-box go tkt-list-9

              when other go tkt-keys
           end-evaluate.

           if tkt-sel = 0 go tkt-keys.

           perform tkt-edit thru tkt-edit-ex.

           go tkt-list-2.

       tkt-list-9.
           perform values-box. perform disp-info. perform disp-ln.
           perform show-touch. perform show-balance.

       tkt-list-ex.
           exit.

       tkt-line.
           move tk-no to tl-no.
           move tk-type to tl-type.
           move tk-open to cn-date-w.
           perform con-date-disp.
           move cn-date-d to tl-open.
           move tk-oper to tl-oper.
           move tk-prio to tl-prio.
           move tk-status to tl-status.
           move tk-descr to tl-descr.

       tkt-new.
           initialize ticket-rec.
           move kodikos to tk-kodikos.
           move fu-today to tk-open.
           move 2 to tk-prio.
           move "A" to tk-status.
           move oper-code to tk-oper.
           move oper-code to tk-cr-oper.

           move spaces to tkt-before.
           move spaces to tkt-old-stat.
           move spaces to tkt-old-oper.
           move "A" to aud-op.

           perform tkt-form thru tkt-form-ex.

       tkt-new-ex.
           exit.

       tkt-edit.
           move ftkt to fl-nam.
           open input ticket.

           move tkt-sel to tk-no.

           read ticket invalid
                close ticket
                move "DEN YPARXEI         " to inval-mess
                perform invalid-message
                go tkt-edit-ex.

           close ticket.

           if tk-kodikos not = kodikos
              move "ALLOY PELATH        " to inval-mess
              perform invalid-message
              go tkt-edit-ex.

           move ticket-rec to tkt-before.
           move tk-status to tkt-old-stat.
           move tk-oper to tkt-old-oper.
           move "U" to aud-op.

           perform tkt-form thru tkt-form-ex.

       tkt-edit-ex.
           exit.

       tkt-form.
           move spaces to tkt-note.

           perform tkt-form-box.
           perform tkt-type-read.
           perform tkt-oper-check thru tkt-oper-check-ex.
           perform tkt-form-disp.
           perform tkt-hist-disp thru tkt-hist-disp-ex.

       tkt-a1.
           accept tk-type line 7 position 20 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go tkt-form-ex
              when 4 go tkt-save
              when 53 continue
              when other go tkt-a1
           end-evaluate.

           perform tkt-type-check.
           perform tkt-form-disp.

       tkt-a2.
           accept tk-descr line 8 position 20 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go tkt-form-ex
              when 4 go tkt-save
              when 52 go tkt-a1
              when 53 continue
              when other go tkt-a2
           end-evaluate.

       tkt-a3.
           accept tk-oper line 9 position 20 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go tkt-form-ex
              when 4 go tkt-save
              when 52 go tkt-a2
              when 53 continue
              when other go tkt-a3
           end-evaluate.

           perform tkt-oper-check thru tkt-oper-check-ex.
           perform tkt-form-disp.

       tkt-a4.
           accept tk-prio line 10 position 20 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go tkt-form-ex
              when 4 go tkt-save
              when 52 go tkt-a3
              when 53 continue
              when other go tkt-a4
           end-evaluate.

       tkt-a5.
           accept tk-status line 11 position 20 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go tkt-form-ex
              when 4 go tkt-save
              when 52 go tkt-a4
              when 53 continue
              when other go tkt-a5
           end-evaluate.

       tkt-a6.
           accept tkt-note line 13 position 20 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go tkt-form-ex
              when 4 go tkt-save
              when 52 go tkt-a5
              when other go tkt-a6
           end-evaluate.

           go tkt-a1.

       tkt-save.
           perform tkt-type-check.
           if flag = 1 go tkt-a1.

           if tk-descr = spaces
              move "PERIGRAFH KENH      " to inval-mess
              perform invalid-message
              go tkt-a2.

           perform tkt-oper-check thru tkt-oper-check-ex.

           if flag = 1
              move "AGNWSTOS XEIRISTHS  " to inval-mess
              perform invalid-message
              go tkt-a3.

           if tk-prio < 1 or tk-prio > 3
              move "PROTERAIOTHTA 1-3   " to inval-mess
              perform invalid-message
              go tkt-a4.

           if tk-status = "a" move "A" to tk-status.
           if tk-status = "e" move "E" to tk-status.
           if tk-status = "k" move "K" to tk-status.

           if tk-status not = "A" and not = "E" and not = "K"
              move "KATASTASH A/E/K     " to inval-mess
              perform invalid-message
              go tkt-a5.

           if tk-status = "K" and tk-close = 0
              move fu-today to tk-close.

           if tk-status not = "K" move 0 to tk-close.

           move 0 to tkt-hw.

           if aud-op = "A" or tk-status not = tkt-old-stat
                           or tk-oper not = tkt-old-oper
                           or tkt-note not = spaces
              add 1 to tk-hist
              move 1 to tkt-hw.

           move ftkt to fl-nam.
           open i-o ticket.

           if aud-op = "U"
              rewrite ticket-rec invalid continue end-rewrite
              close ticket
              go tkt-save-2.

           move fctl to fl-nam.
           open i-o seqctl.
           move "TICKET" to seq-id.

           read seqctl invalid
                move 0 to seq-next
                write seqctl-rec invalid continue end-write
           end-read.

           add 1 to seq-next.
           move seq-next to tk-no.

           rewrite seqctl-rec invalid continue end-rewrite.
           close seqctl.

           write ticket-rec invalid continue end-write.
           close ticket.

       tkt-save-2.
           if tkt-hw = 1 perform tkt-hist-add.

           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "ticket" to aud-prog.
           move kodikos to aud-key.
           move oper-code to aud-operator.
           move tkt-before to aud-before.
           move ticket-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       tkt-form-ex.
           exit.

       tkt-hist-add.
           move tk-no to th-no.
           move tk-hist to th-seq.
           move fu-today to th-date.
           accept th-time from time.
           move tk-status to th-status.
           move tk-oper to th-oper.
           move oper-code to th-by.
           move tkt-note to th-note.

           move fthist to fl-nam.
           open i-o tkhist.
           write tkhist-rec invalid continue end-write.
           close tkhist.

       tkt-hist-disp.
           move c-name(2) to bc. move c-name(7) to fc.

           perform varying x from 15 by 1 until x > 19
           display inv-line line x position 9 size 54
                   control col-cnt
           end-perform.

           if tk-hist = 0 go tkt-hist-disp-ex.

           move fthist to fl-nam.
           open input tkhist.

           move tk-no to th-no.

           if tk-hist > 5 compute th-seq = tk-hist - 4
           else move 1 to th-seq.

           move 15 to tkt-ln.

           start tkhist key not < th-key
                 invalid go tkt-hist-disp-3.

       tkt-hist-disp-2.
           read tkhist next record at end go tkt-hist-disp-3.

           if th-no not = tk-no or tkt-ln > 19 go tkt-hist-disp-3.

           move th-date to cn-date-w.
           perform con-date-disp.
           move cn-date-d to th-l-date.
           move th-time to th-time-w.
           move th-hh to th-l-hh.
           move th-mi to th-l-mi.
           move th-status to th-l-stat.
           move th-oper to th-l-oper.
           move th-note to th-l-note.

           display th-ln line tkt-ln position 9 control col-cnt.

           add 1 to tkt-ln.

           go tkt-hist-disp-2.

       tkt-hist-disp-3.
           close tkhist.

       tkt-hist-disp-ex.
           exit.

       tkt-type-read.
           move 0 to flag.

           move fconst to fl-nam.
           open input const.

           move tkt-cat to cat-code. move tk-type to type-code.

           read const invalid
                move spaces to type-descr
                move 1 to flag.

           close const.

       tkt-type-check.
           perform tkt-type-read.

           if flag = 1
              move "TYPOS NOT IN TABLE  " to inval-mess
              perform invalid-message.

       tkt-oper-check.
           move 0 to flag.
           move spaces to opr-name.

           if tk-oper = spaces move 1 to flag go tkt-oper-check-ex.

           move foper to fl-nam.
           open input opers.

           read opers next record at end
                move spaces to opr-name
                close opers go tkt-oper-check-ex.

           move tk-oper to opr-id.

           read opers invalid
                move spaces to opr-name
                move 1 to flag.

           close opers.

       tkt-oper-check-ex.
           exit.

       tkt-form-box.
           move c-name(2) to bc. move c-name(8) to fc.
           display
           "######################### AITHMA ##########################"
                   line 5 position 6 control col-cnt.

           perform varying x from 6 by 1 until x > 20
           display
           "#                                                         #"
                   line x position 6
           end-perform.

           display
           "###########################################################"
                   line 21 position 6
                   "ESC=AKYRO   F4=KATAXWRHSH" line 20 position 9.

           display "AR.AITHM.:" line 6 position 9 control col-cnt
                   "TYPOS....:" line 7 position 9
                   "PERIGRAFH:" line 8 position 9
                   "XEIRISTHS:" line 9 position 9
                   "PROTER...:" line 10 position 9
                   "1=YPSHLH 2=KANONIKH 3=XAMHLH" line 10 position 23
                   "KATAST...:" line 11 position 9
                   "A=ANOIXTO E=SE EXELIXH K=KLEISTO"
                   line 11 position 23
                   "ANOIGMA..:" line 12 position 9
                   "KLEISIMO:" line 12 position 34
                   "SHMEIWSH.:" line 13 position 9
                   "ISTORIKO" line 14 position 9
                   half-line line 14 position 18 size 45.

       tkt-form-disp.
           move c-name(2) to bc. move c-name(7) to fc.
           display tk-no line 6 position 20 control col-cnt
                   tk-type line 7 position 20
                   type-descr line 7 position 25
                   tk-descr line 8 position 20
                   tk-oper line 9 position 20
                   opr-name line 9 position 32
                   tk-prio line 10 position 20
                   tk-status line 11 position 20
                   tkt-note line 13 position 20.

           move tk-open to cn-date-w.
           perform con-date-disp.
           display cn-date-d line 12 position 20 control col-cnt.

           if tk-close = 0
              display inv-line line 12 position 44 size 10
                      control col-cnt
           else
              move tk-close to cn-date-w
              perform con-date-disp
              display cn-date-d line 12 position 44 control col-cnt.

       tkt-index-box.
           move c-name(3) to bc. move c-name(8) to fc.
           display "#####################################"
                   line 6 position 6 control col-cnt

                   "#################################"
                   line 6 position 41.

           perform varying x from 7 by 1 until x > 21
           display "#####################################"
                   line 21 position 6 control col-cnt

                  "#################################"
                  line 21 position 41.

           display bc-line line 22 position 8 low size 68
           end-perform.

           move c-name(3) to bc. move c-name(8) to fc.
           display "AR." line 7 position 8 control col-cnt
                   "TYP" line 7 position 16
                   "ANOIGMA" line 7 position 21
                   "XEIRISTHS" line 7 position 33
                   "P" line 7 position 45
                   "K" line 7 position 48
                   "PERIGRAFH" line 7 position 51
                   half-line line 8 position 8 size 66
                   "PGUP-PGDN" line 20 position 8
                   "F2" line 20 position 31
                   "ESC" line 20 position 41
                   "AR.AITHM:" line 20 position 54.

           move c-name(2) to bc. move c-name(5) to fc.
           display "NEO" line 20 position 34 control col-cnt
                   "EPISTROFH" line 20 position 45.

       grp-menu.
           move pelates-rec to fu-hold.

           read pelates invalid
                move fu-hold to pelates-rec
                move "EGGRAFH PRWTA (F4)  " to inval-mess
                perform invalid-message
                go grp-menu-ex.

           move fu-hold to pelates-rec.

           move fgrp to fl-nam.
           open input pelgrp.

           move kodikos to pg-kodikos.

           read pelgrp invalid move spaces to gv-link
                not invalid move pg-parent to gv-link
           end-read.

           close pelgrp.

       grp-menu-2.
           perform gv-build thru gv-build-ex.

           move 1 to gv-page.
           compute gv-pg = ( gv-cnt + 9 ) / 10.
           if gv-pg = 0 move 1 to gv-pg.

           perform grp-box.
           perform gv-link-show.

       grp-disp.
           perform grp-rows thru grp-rows-ex.

       grp-a1.
           accept gv-link line 6 position 12 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 67 if gv-page > 1 subtract 1 from gv-page
                         go grp-disp
                      else go grp-a1
                      end-if

              when 68 if gv-page < gv-pg add 1 to gv-page
                         go grp-disp
                      else go grp-a1
                      end-if

              when 4 perform grp-save thru grp-save-ex
                     go grp-menu

              when 6 perform grp-unlink thru grp-unlink-ex
                     go grp-menu

              when 27 go grp-menu-9

              when other go grp-a1
           end-evaluate.

           perform gv-link-show.

           go grp-a1.

       grp-menu-9.
           perform grp-clean.
           perform values-box. perform disp-info. perform disp-ln.
           perform show-touch. perform show-balance.

       grp-menu-ex.
           exit.

       gv-link-show.
           move spaces to gv-epi.

           if gv-link not = spaces
              move pelates-rec to fu-hold
              move gv-link to kodikos
              read pelates invalid move spaces to epitheto end-read
              move epitheto to gv-epi
              move fu-hold to pelates-rec.

           move c-name(3) to bc. move c-name(7) to fc.
           display gv-link line 6 position 12 control col-cnt
                   gv-epi line 6 position 33.

       gv-build.
           move 0 to gv-cnt.
           initialize gv-tot.

           move fu-today to ser-date-x.
           perform date-serial.
           move ser-no to gv-today-ser.

           move pelates-rec to fu-hold.

           move fgrp to fl-nam. open input pelgrp.
           move fbal to fl-nam. open input pelbal.
           move fkin to fl-nam. open input kinhseis.
           move falc to fl-nam. open input kinalloc.

           move kodikos to pg-kodikos.

           read pelgrp invalid move kodikos to gv-parent
                not invalid move pg-parent to gv-parent
           end-read.

           move 0 to gv-limit.
           move gv-parent to gv-code.
           perform gv-member thru gv-member-ex.

           move gv-parent to pg-parent.

           start pelgrp key not < pg-parent
                 invalid go gv-build-3.

       gv-build-2.
           read pelgrp next record at end go gv-build-3.

           if pg-parent not = gv-parent go gv-build-3.

           move pg-kodikos to gv-code.
           perform gv-member thru gv-member-ex.

           go gv-build-2.

       gv-build-3.
           close pelgrp pelbal kinhseis kinalloc.

           move fu-hold to pelates-rec.

       gv-build-ex.
           exit.

       gv-member.
           if gv-cnt not < 200 go gv-member-ex.

           move gv-code to kodikos.
           read pelates invalid
                move spaces to epitheto
                move 0 to pel-limit.

           if gv-code = gv-parent move pel-limit to gv-limit.

           move gv-code to bal-kodikos.
           read pelbal invalid move 0 to bal-poso.

           initialize gv-bk.

           move gv-code to kin-kodikos.
           move 0 to kin-date. move 0 to kin-seq.

           start kinhseis key not < kin-key
                 invalid go gv-member-5.

       gv-member-2.
           read kinhseis next record at end go gv-member-5.

           if kin-kodikos not = gv-code go gv-member-5.

           move 0 to gv-alloc.

           if kin-poso < 0 go gv-member-3c.

           move kin-key to alc-deb-key.
           move 0 to alc-crd-date alc-crd-seq.

           start kinalloc key not < alc-key
                 invalid go gv-member-4.

       gv-member-3.
           read kinalloc next record at end go gv-member-4.

           if alc-deb-key not = kin-key go gv-member-4.

           add alc-poso to gv-alloc.

           go gv-member-3.

       gv-member-3c.
           move kin-key to alc-crd-key.

           start kinalloc key not < alc-crd-key
                 invalid go gv-member-4.

       gv-member-3d.
           read kinalloc next record at end go gv-member-4.

           if alc-crd-key not = kin-key go gv-member-4.

           add alc-poso to gv-alloc.

           go gv-member-3d.

       gv-member-4.
           if kin-poso < 0
              compute gv-open = kin-poso + gv-alloc
              if gv-open > 0 move 0 to gv-open end-if
           else
              compute gv-open = kin-poso - gv-alloc
              if gv-open < 0 move 0 to gv-open end-if
           end-if.

           if gv-open = 0 go gv-member-2.

           move kin-date to ser-date-x.
           perform date-serial.

           move 0 to gv-age.
           if gv-today-ser > ser-no
              compute gv-age = gv-today-ser - ser-no.

           evaluate true
              when gv-age < 31 move 1 to gv-b-i
              when gv-age < 61 move 2 to gv-b-i
              when gv-age < 91 move 3 to gv-b-i
              when other move 4 to gv-b-i
           end-evaluate.

           add gv-open to gv-b (gv-b-i).

           go gv-member-2.

       gv-member-5.
           add 1 to gv-cnt.

           move spaces to gv-pos.
           move gv-code to gv-p-code.
           move epitheto to gv-p-epi.
           move bal-poso to gv-p-bal.
           add bal-poso to gv-t-bal.

           perform gv-member-b varying gv-b-i from 1 by 1
                   until gv-b-i > 4.

           move gv-pos to gv-row (gv-cnt).

       gv-member-ex.
           exit.

       gv-member-b.
           move gv-b (gv-b-i) to gv-p-b (gv-b-i).
           add gv-b (gv-b-i) to gv-t-b (gv-b-i).

       grp-rows.
           move c-name(3) to bc. move c-name(7) to fc.

           perform varying x from 9 by 1 until x > 18
           display inv-line line x position 3 size 74 control col-cnt
           end-perform.

           compute gv-i = ( gv-page * 10 ) - 9.
           move 1 to gv-k.

       grp-rows-2.
           if gv-i > gv-cnt go grp-rows-3.
           if gv-k > 10 go grp-rows-3.

           display gv-row (gv-i) line idx-ln (gv-k) position 3
                   control col-cnt.

           add 1 to gv-i. add 1 to gv-k.

           go grp-rows-2.

       grp-rows-3.
           move spaces to gv-pos.
           move "SYNOLO OMIL." to gv-p-code.
           move gv-t-bal to gv-p-bal.
           perform grp-rows-b varying gv-b-i from 1 by 1
                   until gv-b-i > 4.

           move gv-limit to ed-gv-limit.

           move c-name(3) to bc. move c-name(8) to fc.
           display gv-pos line 19 position 3 control col-cnt
                   ed-gv-limit line 6 position 66
                   gv-page line 20 position 68
                   gv-pg line 20 position 71.

       grp-rows-ex.
           exit.

       grp-rows-b.
           move gv-t-b (gv-b-i) to gv-p-b (gv-b-i).

       grp-save.
           move 0 to flag.

           if gv-link = spaces
              perform grp-unlink thru grp-unlink-ex
              go grp-save-ex.

           if gv-link = kodikos
              move "IDIOS KWDIKOS       " to inval-mess
              perform invalid-message
              go grp-save-ex.

           perform grp-has-branch thru grp-has-branch-ex.

           if gv-has = "Y"
              move "EXEI KLADOUS OMILOY " to inval-mess
              perform invalid-message
              go grp-save-ex.

           move pelates-rec to fu-hold.
           move gv-link to kodikos.
           read pelates invalid move 1 to flag end-read.
           move fu-hold to pelates-rec.

           if flag = 1
              move "MHTRIKH DEN YPARXEI " to inval-mess
              perform invalid-message
              go grp-save-ex.

           move fgrp to fl-nam.
           open i-o pelgrp.

           move gv-link to pg-kodikos.
           read pelgrp invalid continue
                not invalid move 1 to flag
           end-read.

           if flag = 1
              close pelgrp
              move "MHTRIKH EINAI KLADOS" to inval-mess
              perform invalid-message
              go grp-save-ex.

           move kodikos to pg-kodikos.

           read pelgrp invalid
                move spaces to gv-before
                move "A" to aud-op
                not invalid
                move pelgrp-rec to gv-before
                move "U" to aud-op
           end-read.

           move kodikos to pg-kodikos.
           move gv-link to pg-parent.
           move fu-today to pg-date.
           move oper-code to pg-oper.

           if aud-op = "A"
              write pelgrp-rec invalid continue end-write
           else
              rewrite pelgrp-rec invalid continue end-rewrite.

           close pelgrp.

           perform grp-audit.

       grp-save-ex.
           exit.

       grp-unlink.
           move fgrp to fl-nam.
           open i-o pelgrp.

           move kodikos to pg-kodikos.

           read pelgrp invalid
                close pelgrp
                go grp-unlink-ex.

           move pelgrp-rec to gv-before.

           delete pelgrp invalid continue end-delete.
           close pelgrp.

           move "D" to aud-op.
           move spaces to pelgrp-rec.
           perform grp-audit.

       grp-unlink-ex.
           exit.

       grp-audit.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "pelgrp" to aud-prog.
           move kodikos to aud-key.
           move oper-code to aud-operator.
           move gv-before to aud-before.
           move pelgrp-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       grp-has-branch.
           move "N" to gv-has.

           move fgrp to fl-nam.
           open input pelgrp.

           move kodikos to pg-parent.

           start pelgrp key not < pg-parent
                 invalid go grp-has-branch-2.

           read pelgrp next record at end go grp-has-branch-2.

           if pg-parent = kodikos move "Y" to gv-has.

       grp-has-branch-2.
           close pelgrp.

       grp-has-branch-ex.
           exit.

       grp-box.
           move c-name(3) to bc. move c-name(8) to fc.
           display "############ OMILOS PELATWN ###########"
                   line 5 position 1 control col-cnt
                   "#######################################"
                   line 5 position 40.

           perform varying x from 6 by 1 until x > 20
           display "#                                      "
                   line x position 1
                   "                                      #"
                   line x position 40
           end-perform.

           display "#######################################"
                   line 21 position 1 control col-cnt
                   "#######################################"
                   line 21 position 40.

           display bc-line line 22 position 3 low size 78
                           control nor-cnt.

           perform varying x from 6 by 1 until x > 22
           display bc-line line x position 79 low size 2
           end-perform.

           move c-name(3) to bc. move c-name(8) to fc.
           display "MHTRIKH:" line 6 position 3 control col-cnt
                   "ORIO:" line 6 position 60
                   "KWDIKOS" line 7 position 3
                   "EPWNYMIA" line 7 position 16
                   "YPOLOIPO" line 7 position 33
                   "TREXON" line 7 position 44
                   "31-60" line 7 position 54
                   "61-90" line 7 position 63
                   "90+" line 7 position 74
                   half-line line 8 position 3 size 74
                   "PGUP-PGDN" line 20 position 3
                   "F4" line 20 position 14
                   "F6" line 20 position 29
                   "ESC" line 20 position 47
                   "SEL." line 20 position 63
                   "/" line 20 position 70.

           move c-name(2) to bc. move c-name(5) to fc.
           display "SYNDESH" line 20 position 17 control col-cnt
                   "APOSYNDESH" line 20 position 32
                   "EPISTROFH" line 20 position 51.

       grp-clean.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 5 by 1 until x > 22
           display bc-line line x position 1 size 80
                           control col-cnt
           end-perform.

       date-serial.
           compute ser-no = ser-yy * 365 + ser-yy / 4
                          + cum-days (ser-mm) + ser-dd.

       cns-list.
           move pelates-rec to fu-hold.

           read pelates invalid
                move fu-hold to pelates-rec
                move "EGGRAFH PRWTA (F4)  " to inval-mess
                perform invalid-message
                go cns-list-ex.

           move fu-hold to pelates-rec.

       cns-list-2.
           perform cns-box.

           move fcns to fl-nam.
           open input consent.
           move 1 to cns-ch.

       cns-list-3.
           if cns-ch > 4 go cns-list-4.

           move "P" to cns-file.
           move kodikos to cns-kodikos.
           move cns-ch to cns-chan.

           read consent invalid
                move spaces to cns-given cns-source cns-oper
                move 0 to cns-date
           end-read.

           perform cns-line.

           add 1 to cns-ch.
           go cns-list-3.

       cns-list-4.
           close consent.

           perform eml-read.

           move c-name(2) to bc. move c-name(7) to fc.
           display eml-addr-w line 14 position 20 control col-cnt.

       cns-keys.
           move 0 to cns-sel.

           accept cns-sel line 15 position 26 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go cns-list-9
              when other go cns-keys
           end-evaluate.

           if cns-sel < 1 or cns-sel > 4 go cns-keys.

           perform cns-edit thru cns-edit-ex.

           go cns-list-2.

       cns-list-9.
           perform values-box. perform disp-info. perform disp-ln.
           perform show-touch. perform show-balance.

       cns-list-ex.
           exit.

       cns-line.
           move cns-ch to cns-l-no.
           move cns-chan-nam (cns-ch) to cns-l-nam.
           move cns-source to cns-l-src.
           move cns-oper to cns-l-oper.

           evaluate cns-given
              when "Y" move "NAI " to cns-l-given
              when "N" move "OXI " to cns-l-given
              when other move " -  " to cns-l-given
           end-evaluate.

           move spaces to cns-l-date.

           if cns-date not = 0
              move cns-date to cns-date-w
              move cns-dd to cns-dd-d
              move cns-mm to cns-mm-d
              move cns-yy to cns-yy-d
              move cns-date-d to cns-l-date.

           compute x = cns-ch + 9.

           move c-name(2) to bc. move c-name(7) to fc.
           display cns-ln line x position 12 control col-cnt.

       cns-edit.
           move fcns to fl-nam.
           open i-o consent.

           move "P" to cns-file.
           move kodikos to cns-kodikos.
           move cns-sel to cns-chan.
           move "U" to cns-op-w.

           read consent invalid
                move "A" to cns-op-w
                move spaces to cns-given cns-source cns-oper
                move 0 to cns-date
           end-read.

           if cns-op-w = "A"
              move spaces to cns-before
           else
              move consent-rec to cns-before.

           if cns-given = "Y" move "N" to cns-ans
           else move "O" to cns-ans.

           move cns-source to cns-src-w.

           move spaces to eml-addr-w eml-before.
           if cns-sel = 4 perform eml-read.

       cns-e1.
           accept cns-ans line 15 position 41 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 close consent go cns-edit-ex
              when other go cns-e1
           end-evaluate.

           if not cns-yes and not cns-no go cns-e1.

       cns-e2.
           accept cns-src-w line 15 position 50 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 close consent go cns-edit-ex
              when 52 go cns-e1
              when other go cns-e2
           end-evaluate.

           if cns-src-w = spaces go cns-e2.

       cns-e3.
           if cns-sel not = 4 go cns-e4.

           accept eml-addr-w line 14 position 20 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 close consent go cns-edit-ex
              when 52 go cns-e2
              when other go cns-e3
           end-evaluate.

           if cns-yes and eml-addr-w = spaces go cns-e3.

       cns-e4.
           if cns-yes move "Y" to cns-given
           else move "N" to cns-given.

           move cns-src-w to cns-source.
           move fu-today to cns-date.
           move oper-code to cns-oper.

           if cns-op-w = "A"
              write consent-rec invalid continue end-write
           else
              rewrite consent-rec invalid continue end-rewrite
           end-if.

           close consent.

           if cns-sel = 4 perform eml-write.

           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move cns-op-w to aud-op.
           move "consent" to aud-prog.
           move kodikos to aud-key.
           move oper-code to aud-operator.
           move cns-before to aud-before.
           move consent-rec to aud-after.

           if cns-sel = 4
              move eml-before to aud-before (60:45)
              move eml-addr-w to aud-after (60:45).

           perform audit-chain thru audit-chain-ex.

       cns-edit-ex.
           exit.

       eml-read.
           move feml to fl-nam.
           open input email.

           move "P" to eml-file.
           move kodikos to eml-kodikos.

           read email invalid move spaces to eml-addr end-read.

           move eml-addr to eml-addr-w eml-before.

           close email.

       eml-write.
           move feml to fl-nam.
           open i-o email.

           move "P" to eml-file.
           move kodikos to eml-kodikos.
           move "U" to eml-op-w.

           read email invalid move "A" to eml-op-w end-read.

           move eml-addr-w to eml-addr.
           move fu-today to eml-date.
           move oper-code to eml-oper.

           if eml-op-w = "A"
              write email-rec invalid continue end-write
           else
              rewrite email-rec invalid continue end-rewrite
           end-if.

           close email.

       cns-box.
           move c-name(2) to bc. move c-name(8) to fc.
           display
           "################ SYGKATATHESH EPIKOINWNIAS ################"
                   line 7 position 10 control col-cnt.

           perform varying x from 8 by 1 until x > 16
           display
           "#                                                         #"
                   line x position 10
           end-perform.

           display
           "###########################################################"
                   line 17 position 10

                   bc-line line 18 position 12 size 59 control nor-cnt.

           perform varying x from 8 by 1 until x > 17
           display bc-line line x position 69 size 2 control nor-cnt
           end-perform.

           move c-name(2) to bc. move c-name(8) to fc.
           display "KANALI" line 8 position 14 control col-cnt
                   "SYG" line 8 position 26
                   "HMEROM." line 8 position 30
                   "PHGH" line 8 position 41
                   "XEIRISTHS" line 8 position 57
                   half-line line 9 position 12 size 55
                   "KANALI (1-4):" line 15 position 12
                   "SYGK.(N/O):" line 15 position 29
                   "PHGH:" line 15 position 44
                   "E-MAIL:" line 14 position 12
                   "ESC=EPISTROFH" line 16 position 12.

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
