           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

           select optional eodctl assign random ctl-name
           organization indexed
           access dynamic
           record key prf-id
           status prf-stat.

           select optional kinalloc assign random file-name
           organization indexed
           access dynamic
           record key alc-key
           alternate record key alc-crd-key with duplicates
           status alc-stat.

           select optional params assign random file-name
           organization indexed
           access dynamic
           record key pm-id
           status param-stat.

           select optional kinext assign random file-name
           organization indexed
           access dynamic
           record key kx-key
           status kx-stat.

           select optional apprq assign random file-name
           organization indexed
           access dynamic
           record key apq-no
           alternate record key apq-kodikos with duplicates
           status apq-fstat.

           select optional plan assign random file-name
           organization indexed
           access dynamic
           record key pl-no
           alternate record key pl-kodikos with duplicates
           status pl-stat.

           select optional plinst assign random file-name
           organization indexed
           access dynamic
           record key pi-key
           status pi-stat.

           select optional pelgrp assign random file-name
           organization indexed
           access dynamic
           record key pg-kodikos
           alternate record key pg-parent with duplicates
           status pg-stat.

       data division.
       file section.
       fd kinhseis.
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

       fd eodctl.
       01 eodctl-rec.
          02 prf-init pic x(20).
          02 prf-reset pic x(20).

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

       fd pelgrp.
       01 pelgrp-rec.
          02 pg-kodikos pic x(20).
          02 pg-parent pic x(20).
          02 pg-date pic 9(8).
          02 pg-oper pic x(10).

       fd plinst.
       01 plinst-rec.
          02 pi-key.
             03 pi-no pic 9(6).
             03 pi-seq pic 99.
          02 pi-due pic 9(8).
          02 pi-poso pic s9(7)v99.
          02 pi-paid pic s9(7)v99.
          02 pi-date pic 9(8).

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

       01  cl-save pic x(91).
       77  cl-bal pic s9(9)v99.

       01  gl-parent pic x(20).
       01  gl-code pic x(20).
       77  gl-in pic x.
       77  gl-limit pic 9(7)v99.
       77  gl-bal pic s9(9)v99.
       01  gl-hold pic x(206).
       77  gs-cons pic x.
       77  gs-total pic s9(9)v99.

       01  am-save.
           02 am-s-key.
              03 am-s-kodikos pic x(20).
              03 am-s-date pic 9(8).
              03 am-s-seq pic 9(3).
           02 am-s-type pic x(15).
           02 am-s-poso pic s9(7)v99.
           02 am-s-memo pic x(30).
           02 am-s-receipt pic 9(6).

       77  am-rest pic s9(7)v99.
       77  am-open pic s9(7)v99.
       77  am-sum pic s9(9)v99.
       77  am-alloc pic s9(7)v99.
       77  am-alloc-in pic 9(7)v99.
       77  am-how pic x.
       77  am-used pic 999.
       77  am-i pic 999.
       77  am-top pic 999.
       77  am-row pic 99.
       77  am-pick-no pic 999.

       77  am-ans pic x.
          88 am-auto values "A" "a".
          88 am-pick values "E" "e".
          88 am-none values "X" "x".

       01  am-tab.
           02 am-entry occurs 100 times.
              03 am-t-date pic 9(8).
              03 am-t-seq pic 9(3).
              03 am-t-type pic x(15).
              03 am-t-receipt pic 9(6).
              03 am-t-open pic s9(7)v99.

       01  am-ln.
           02 am-ln-no pic zz9.
           02 filler pic x value space.
           02 am-ln-date pic x(10).
           02 filler pic x value space.
           02 am-ln-type pic x(15).
           02 filler pic x value space.
           02 am-ln-rec pic zzzzz9.
           02 filler pic x value space.
           02 am-ln-open pic zzzzzz9.99-.

       77  vat-cat pic 99 value 93.
       77  vt-code pic 999.
       77  vt-rate pic 99v99.
       77  vt-net pic s9(7)v99.
       77  vt-vat pic s9(7)v99.
       01  vt-net-ed pic zzzzzz9.99-.
       01  vt-vat-ed pic zzzzzz9.99-.
       01  vt-rate-ed pic z9.99.

       01  vat-descr.
           02 vd-int pic 99.
           02 vd-dot pic x.
           02 vd-dec pic 99.
           02 filler pic x(10).

       01  rv-tab.
           02 rv-entry occurs 100 times.
              03 rv-t-date pic 9(8).
              03 rv-t-seq pic 9(3).
              03 rv-t-type pic x(15).
              03 rv-t-receipt pic 9(6).
              03 rv-t-poso pic s9(7)v99.
              03 rv-t-flag pic x.

       77  rv-cnt pic 9(5).
       77  rv-skip pic 9(5).
       77  rv-used pic 999.
       77  rv-i pic 999.
       77  rv-top pic 999.
       77  rv-row pic 99.
       77  rv-pick-no pic 999.
       77  rv-flag pic x.
       77  rv-date pic 9(8).
       77  rv-type pic x(15).
       01  rv-orig pic x(91).
       01  rv-new pic x(91).
       01  kx-before pic x(250).

       01  rv-ln.
           02 rv-ln-no pic zz9.
           02 filler pic x value space.
           02 rv-ln-date pic x(10).
           02 filler pic x value space.
           02 rv-ln-type pic x(15).
           02 filler pic x value space.
           02 rv-ln-rec pic zzzzz9.
           02 filler pic x value space.
           02 rv-ln-poso pic zzzzzz9.99-.
           02 filler pic x value space.
           02 rv-ln-flag pic x(3).

       01  rv-memo.
           02 filler pic x(7) value "ANTIL. ".
           02 rv-m-date pic 9(8).
           02 filler pic x value "/".
           02 rv-m-seq pic 9(3).
           02 filler pic x(4) value " AP.".
           02 rv-m-rec pic 9(6).
           02 filler pic x value space.

       01  jr-rec.
           02 jr-kodikos pic x(20).
           02 jr-date pic 9(8).
       77  jr-run-date pic 9(8).
       77  jr-gr-tot pic s9(9)v99.
       77  jr-gr-cnt pic 9(5).
       77  jr-rv-tot pic s9(9)v99.
       77  jr-rv-cnt pic 9(5).

       01  kin-date-x.
           02 kd-yy pic 9(4). 02 kd-mm pic 99. 02 kd-dd pic 99.

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       77  apr-flag pic x value "O".
          88 apr-on value "N".
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

       01  hold-img.
           02 hold-kin pic x(91).
           02 hold-vt-code pic 999.
           02 hold-vt-rate pic 99v99.
           02 hold-vt-net pic s9(7)v99.
           02 hold-vt-vat pic s9(7)v99.
       01  hold-bal-x.
           02 hold-bal pic s9(9)v99.

       01  color-table.
           02  pic x(7) value "black  ".
           02  pic x(7) value "blue   ".
           02 fpel pic x(12) value "pel.dat".
           02 fconst pic x(12) value "const.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 fapq pic x(12) value "apprq.dat".
           02 fhelp pic x(12) value "help.dat".
           02 fprof pic x(12) value "prtprof.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".
           02 fcat pic x(12) value "arccat.dat".
           02 falc pic x(12) value "kinalloc.dat".
           02 fkx pic x(12) value "kinext.dat".
           02 fparam pic x(12) value "param.dat".
           02 fplan pic x(12) value "plan.dat".
           02 fplinst pic x(12) value "plinst.dat".
           02 fgrp pic x(12) value "pelgrp.dat".

       01  ctl-names.
           02 fctl pic x(12) value "eodctl.dat".
           02 pel-stat pic xx.
           02 const-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 apq-fstat pic xx.
           02 ctl-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.
           02 file-stat pic xx.
           02 prf-stat pic xx.
           02 hlp-stat pic xx.
           02 alc-stat pic xx.
           02 kx-stat pic xx.
           02 param-stat pic xx.
           02 pl-stat pic xx.
           02 pi-stat pic xx.
           02 pg-stat pic xx.

       01  audit-before pic x(250).

       77  pa-amt pic s9(9)v99.
       77  pa-rest pic s9(9)v99.
       77  pa-take pic s9(7)v99.
       77  pa-del pic s9(7)v99.
       77  pa-no pic 9(6).
       77  pa-i pic 99.
       77  pa-found pic x.
       01  pa-before pic x(250).

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.
       01  prt-11.
           02 filler pic x(13) value "BULL THE BEST" .

       01  prt-g1.
           02 filler pic x(5) value spaces.
           02 filler pic x(30) value "ENOPOIHMENH KARTELA OMILOY".

       01  prt-g2.
           02 filler pic x(5) value spaces.
           02 filler pic x(7) value "MELOS: ".
           02 code-g2 pic x(20).
           02 filler pic x(2) value spaces.
           02 epitheto-g2 pic x(25).

       01  prt-g3.
           02 filler pic x(5) value spaces.
           02 filler pic x(20) value "SYNOLO MELOYS      :".
           02 filler pic x(8) value spaces.
           02 total-g3 pic zzzzzzzz9.99-.

       01  prt-g4.
           02 filler pic x(5) value spaces.
           02 filler pic x(20) value "SYNOLO OMILOY      :".
           02 filler pic x(8) value spaces.
           02 total-g4 pic zzzzzzzz9.99-.

       01  prt-j1.
           02 filler pic x(2) value spaces.
           02 jr-date-1 pic x(10).
           02 jr-tot-4 pic zzzzzzzz9.99-.
           02 filler pic x(38) value spaces.

       01  prt-j6.
           02 filler pic x(5) value spaces.
           02 filler pic x(15) value "ANTILOGISMOI   ".
           02 filler pic x(2) value spaces.
           02 jr-cnt-6 pic zzzz9.
           02 filler pic x(2) value spaces.
           02 jr-tot-6 pic zzzzzzzz9.99-.
           02 filler pic x(38) value spaces.

       01  prt-j5.
           02 filler pic x(5) value spaces.
           02 filler pic x(15) value "GENIKO SYNOLO  ".
           02 r6-oper pic x(10).
           02 filler pic x(57) value spaces.

       01  prt-r7.
           02 filler pic x(2) value spaces.
           02 filler pic x(9) value "KATHARO: ".
           02 r7-net pic zzzzzz9.99-.
           02 filler pic x(6) value "  FPA ".
           02 r7-rate pic z9.99.
           02 filler pic x(3) value "%: ".
           02 r7-vat pic zzzzzz9.99-.
           02 filler pic x(33) value spaces.

       01  prt-v2.
           02 filler pic x(2) value spaces.
           02 filler pic x(30) value "PISTWTIKO / AKYRWSH No ".
           02 v2-no pic zzzzz9.
           02 filler pic x(42) value spaces.

       01  prt-v3.
           02 filler pic x(2) value spaces.
           02 filler pic x(21) value "AKYRWNEI APODEIXH No ".
           02 v3-rec pic zzzzz9.
           02 filler pic x(5) value " THS ".
           02 v3-date pic x(10).
           02 filler pic x(36) value spaces.

       01  prt-v4.
           02 filler pic x(2) value spaces.
           02 filler pic x(36) value
              "*** A K Y R O  -  V O I D ***".
           02 filler pic x(42) value spaces.

       linkage section.
       01  linkages.
           02  paths.
           move fctl to ctl-nam.
           move par-prt-dev to prt-device.
           move par-kin-cat to kin-cat.

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

               when "1" go begin-4
               when "2" go stm-menu
               when "3" go journal-out
               when "4" go rev-menu
               when other go begin-2
           end-evaluate.


       begin-3.
           initialize kin-rest.
           move 0 to vt-code vt-rate vt-net vt-vat.
           move t-dd to ent-dd. move t-mm to ent-mm.
           move t-yy to ent-yy.
           perform values-box.
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a4
              when 53 perform disp-ln go a6
              when other go a5
           end-evaluate.

           perform disp-ln.

       a6.
           accept vt-code line 10 position 31 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform save-routin
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform vat-show go a5
              when 53 perform vat-show go a2
              when other go a6
           end-evaluate.

           perform vat-show.
           go a2.

       save-routin.
           perform check-period thru check-period-ex.
           if flag = 1 go a2.

           move space to apr-type.

           perform check-limit thru check-limit-ex.
           if flag = 1 go a4.

           perform check-vat thru check-vat-ex.
           if flag = 1 go a6.

           compute kin-date = ent-yy * 10000 + ent-mm * 100 + ent-dd.

           if apr-on and apr-type = space and apr-limit > 0
              if kin-poso not < apr-limit
                 or kin-poso + apr-limit not > 0
                 move "K" to apr-type.

           if apr-type not = space
              perform kin-hold thru kin-hold-ex
              if apr-found = 9 go a4 end-if
              perform clean-box
              go begin-2.

           perform next-seq.

           move 0 to lock-count.
                 end-if
                 perform invalid-info

                 not invalid perform kx-vat-put thru kx-vat-put-ex
                             perform receipt-offer
                                 thru receipt-offer-ex
                             move 1 to val-stat perform valid-info
                             move "A" to aud-op perform audit-write
                             perform alloc-offer thru alloc-offer-ex
                             if kin-poso < 0
                                compute pa-amt = kin-poso * -1
                                perform plan-apply thru plan-apply-ex
                             end-if
           end-write.

           perform telos-2. perform begin. perform save-box-2.
           move kin-type to r4-type. move kin-poso to r4-poso.
           write prt-rec from prt-r4.

           if vt-code not = 0
              move vt-net to r7-net move vt-rate to r7-rate
              move vt-vat to r7-vat
              write prt-rec from prt-r7.

           move wd-text (1:60) to r5-words.
           write prt-rec from prt-r5.

       check-limit.
           move 0 to flag.

           if pel-limit = 0 go check-limit-5.

           move kinhsh-rec to cl-save.
           move 0 to cl-bal.

           compute cl-bal = cl-bal + kin-poso.

           if cl-bal not > pel-limit go check-limit-5.

           if oper-level < 3
              move 1 to flag
           display " " line 16 position 69 control col-cnt.

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
           move kinhsh-rec to cl-save.
           move cl-save (1:20) to gl-code.

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

           move cl-save to kinhsh-rec.

           compute gl-bal = gl-bal + kin-poso.

           if gl-bal not > gl-limit go grp-limit-ex.

           if oper-level < 3
              move 1 to flag
              move "YPERBASH ORIOY OMIL." to inval-mess
              perform invalid-message
              go grp-limit-ex.

       grp-limit-4.
           perform message-box.
           display "YPERB.ORIO OMILOY (N/O):" line 20 position 8
                                              control col-cnt.

           move "o" to synexeia.
           accept synexeia line 20 position 33 update tab blink.

           move c-name(6) to bc. move c-name(8) to fc.
           display " " line 16 position 69 control col-cnt.

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

       kin-hold.
           move kin-kodikos to apr-kod.
           move spaces to apr-kod2.
           move kin-poso to apr-amount.

           move spaces to apr-before.
           move pelates-rec to apr-before (1:206).
           move cl-bal to hold-bal.
           move hold-bal-x to apr-before (207:11).

           move kinhsh-rec to hold-kin.
           move vt-code to hold-vt-code.
           move vt-rate to hold-vt-rate.
           move vt-net to hold-vt-net.
           move vt-vat to hold-vt-vat.
           move spaces to apr-after.
           move hold-img to apr-after (1:116).

           move 0 to apr-found.
           perform apr-new thru apr-new-ex.

       kin-hold-ex.
           exit.

       alloc-offer.
           if kin-poso = 0 go alloc-offer-ex.

           perform message-box.
           display "ANTIST. (A/E/X):" line 20 position 10
                   control col-cnt.

           move "a" to am-ans.
           accept am-ans line 20 position 27 update tab blink.

           move c-name(6) to bc. move c-name(8) to fc.
           display " " line 16 position 69 control col-cnt.

           evaluate true
              when am-auto perform alloc-auto thru alloc-auto-ex
              when am-pick perform alloc-pick thru alloc-pick-ex
              when am-none continue
              when other go alloc-offer
           end-evaluate.

       alloc-offer-ex.
           exit.

       alloc-auto.
           move kinhsh-rec to am-save.
           move "A" to am-how.

           if am-s-poso < 0 compute am-rest = am-s-poso * -1
                       else move am-s-poso to am-rest.

           move falc to fl-nam.
           open i-o kinalloc.

           move am-s-kodikos to kin-kodikos.
           move 0 to kin-date. move 0 to kin-seq.

           start kinhseis key not < kin-key
                 invalid go alloc-auto-3.

       alloc-auto-2.
           if am-rest = 0 go alloc-auto-3.

           read kinhseis next record at end go alloc-auto-3.

           if kin-kodikos not = am-s-kodikos go alloc-auto-3.
           if kin-key = am-s-key go alloc-auto-2.

           if am-s-poso > 0 and kin-poso not < 0 go alloc-auto-2.
           if am-s-poso < 0 and kin-poso not > 0 go alloc-auto-2.

           perform open-amt thru open-amt-ex.

           if am-open = 0 go alloc-auto-2.

           if am-open < am-rest move am-open to am-alloc
                           else move am-rest to am-alloc.

           perform alc-put thru alc-put-ex.

           subtract am-alloc from am-rest.

           go alloc-auto-2.

       alloc-auto-3.
           close kinalloc.
           move am-save to kinhsh-rec.

       alloc-auto-ex.
           exit.

       alloc-pick.
           move kinhsh-rec to am-save.
           move "M" to am-how.

           if am-s-poso < 0 compute am-rest = am-s-poso * -1
                       else move am-s-poso to am-rest.

           move falc to fl-nam.
           open i-o kinalloc.

           move 0 to am-used.
           initialize am-tab.

           move am-s-kodikos to kin-kodikos.
           move 0 to kin-date. move 0 to kin-seq.

           start kinhseis key not < kin-key
                 invalid go alloc-pick-3.

       alloc-pick-2.
           read kinhseis next record at end go alloc-pick-3.

           if kin-kodikos not = am-s-kodikos go alloc-pick-3.
           if kin-key = am-s-key go alloc-pick-2.

           if am-s-poso > 0 and kin-poso not < 0 go alloc-pick-2.
           if am-s-poso < 0 and kin-poso not > 0 go alloc-pick-2.

           perform open-amt thru open-amt-ex.

           if am-open = 0 go alloc-pick-2.

           if am-used not < 100 go alloc-pick-3.

           add 1 to am-used.
           move kin-date to am-t-date (am-used).
           move kin-seq to am-t-seq (am-used).
           move kin-type to am-t-type (am-used).
           move kin-receipt to am-t-receipt (am-used).
           move am-open to am-t-open (am-used).

           go alloc-pick-2.

       alloc-pick-3.
           if am-used = 0
              move "DEN YPARXOYN ANOIXTA" to inval-mess
              perform invalid-message
              go alloc-pick-end.

           perform pick-box.
           move 1 to am-top.

       alloc-pick-disp.
           perform pick-rows thru pick-rows-ex.

       alloc-pick-sel.
           move c-name(3) to bc. move c-name(8) to fc.
           move am-rest to am-ln-open.
           display am-ln-open line 18 position 20 control col-cnt.

           if am-rest = 0 go alloc-pick-end.

           move 0 to am-pick-no.
           accept am-pick-no line 18 position 38
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go alloc-pick-end
              when 67 if am-top > 10 subtract 10 from am-top
                         go alloc-pick-disp
                      else go alloc-pick-sel
                      end-if
              when 68 if am-top + 10 not > am-used add 10 to am-top
                         go alloc-pick-disp
                      else go alloc-pick-sel
                      end-if
              when other continue
           end-evaluate.

           if am-pick-no = 0 or am-pick-no > am-used
              go alloc-pick-sel.

           if am-t-open (am-pick-no) = 0 go alloc-pick-sel.

           if am-t-open (am-pick-no) < am-rest
              move am-t-open (am-pick-no) to am-alloc-in
           else
              move am-rest to am-alloc-in
           end-if.

       alloc-pick-amt.
           accept am-alloc-in line 18 position 49
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go alloc-pick-sel
              when other continue
           end-evaluate.

           if am-alloc-in = 0 go alloc-pick-sel.

           if am-alloc-in > am-rest
              or am-alloc-in > am-t-open (am-pick-no)
              go alloc-pick-amt.

           move am-alloc-in to am-alloc.

           move am-s-kodikos to kin-kodikos.
           move am-t-date (am-pick-no) to kin-date.
           move am-t-seq (am-pick-no) to kin-seq.
           move am-t-receipt (am-pick-no) to kin-receipt.

           perform alc-put thru alc-put-ex.

           subtract am-alloc from am-rest.
           subtract am-alloc from am-t-open (am-pick-no).

           go alloc-pick-disp.

       alloc-pick-end.
           close kinalloc.
           move am-save to kinhsh-rec.

           perform clean-box.
           perform values-box.
           perform disp-ln.

       alloc-pick-ex.
           exit.

       pick-rows.
           move am-top to am-i.
           move 8 to am-row.

       pick-rows-2.
           if am-row > 17 go pick-rows-ex.

           move c-name(3) to bc. move c-name(7) to fc.

           if am-i > am-used
              display inv-line line am-row position 10 size 49
                      control col-cnt
           else
              move am-i to am-ln-no
              move am-t-date (am-i) to kin-date-x
              move kd-dd to ed-kin-dd move kd-mm to ed-kin-mm
              move kd-yy to ed-kin-yy
              move ed-kin-date to am-ln-date
              move am-t-type (am-i) to am-ln-type
              move am-t-receipt (am-i) to am-ln-rec
              move am-t-open (am-i) to am-ln-open
              display am-ln line am-row position 10 control col-cnt
           end-if.

           add 1 to am-i. add 1 to am-row.

           go pick-rows-2.

       pick-rows-ex.
           exit.

       pick-box.
           move c-name(3) to bc. move c-name(8) to fc.
           display
           "###########################################################"
                   line 5 position 8 control col-cnt.

           perform varying x from 6 by 1 until x > 18
           display
           "#                                                         #"
                   line x position 8
           end-perform.

           display
           "###########################################################"
                   line 19 position 8

                   " AA HMER/NIA   TYPE            APODJ.    ANOIXTO"
                   line 6 position 10
                   half-line line 7 position 10 size 55
                   "YPOLOIPO:" line 18 position 10
                   "AA:" line 18 position 34
                   "POSO:" line 18 position 43
                   "PGUP-PGDN" line 19 position 12
                   "ESC" line 19 position 26.

           display bc-line line 20 position 10 size 59 control nor-cnt.
           perform varying x from 6 by 1 until x > 19
           display bc-line line x position 67 size 2 control nor-cnt
           end-perform.

       open-amt.
           move 0 to am-sum.

           if kin-poso < 0 go open-amt-c.

           move kin-key to alc-deb-key.
           move 0 to alc-crd-date alc-crd-seq.

           start kinalloc key not < alc-key
                 invalid go open-amt-3.

       open-amt-2.
           read kinalloc next record at end go open-amt-3.

           if alc-deb-key not = kin-key go open-amt-3.

           add alc-poso to am-sum.

           go open-amt-2.

       open-amt-c.
           move kin-key to alc-crd-key.

           start kinalloc key not < alc-crd-key
                 invalid go open-amt-3.

       open-amt-c2.
           read kinalloc next record at end go open-amt-3.

           if alc-crd-key not = kin-key go open-amt-3.

           add alc-poso to am-sum.

           go open-amt-c2.

       open-amt-3.
           if kin-poso < 0 compute am-open = ( kin-poso * -1 ) - am-sum
                      else compute am-open = kin-poso - am-sum.

           if am-open < 0 move 0 to am-open.

       open-amt-ex.
           exit.

       alc-put.
           if am-s-poso > 0
              move am-s-key to alc-deb-key
              move kin-date to alc-crd-date
              move kin-seq to alc-crd-seq
              move kin-key to alc-crd-key
              move am-s-receipt to alc-receipt
           else
              move kin-key to alc-deb-key
              move am-s-date to alc-crd-date
              move am-s-seq to alc-crd-seq
              move am-s-key to alc-crd-key
              move kin-receipt to alc-receipt
           end-if.

           move am-alloc to alc-poso.
           compute alc-date = t-yy * 10000 + t-mm * 100 + t-dd.
           move oper-code to alc-oper.
           move am-how to alc-how.

           write kinalloc-rec invalid go alc-put-2
                 not invalid move "A" to aud-op perform alc-audit
           end-write.

           go alc-put-ex.

       alc-put-2.
           read kinalloc invalid go alc-put-ex.

           add am-alloc to alc-poso.

           rewrite kinalloc-rec invalid go alc-put-ex
                   not invalid move "U" to aud-op perform alc-audit
           end-rewrite.

       alc-put-ex.
           exit.

       alc-drop.
           move kinhsh-rec to am-save.

           move falc to fl-nam.
           open i-o kinalloc.

       alc-drop-2.
           move am-s-key to alc-deb-key.
           move 0 to alc-crd-date alc-crd-seq.

           start kinalloc key not < alc-key
                 invalid go alc-drop-3.

           read kinalloc next record at end go alc-drop-3.

           if alc-deb-key not = am-s-key go alc-drop-3.

           delete kinalloc invalid go alc-drop-3 end-delete.

           move "D" to aud-op.
           perform alc-audit.

           go alc-drop-2.

       alc-drop-3.
           move am-s-key to alc-crd-key.

           start kinalloc key not < alc-crd-key
                 invalid go alc-drop-4.

           read kinalloc next record at end go alc-drop-4.

           if alc-crd-key not = am-s-key go alc-drop-4.

           delete kinalloc invalid go alc-drop-4 end-delete.

           move "D" to aud-op.
           perform alc-audit.

           go alc-drop-3.

       alc-drop-4.
           close kinalloc.
           move am-save to kinhsh-rec.

       alc-drop-ex.
           exit.

       alc-audit.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "kinalloc" to aud-prog.
           move alc-kodikos to aud-key.
           move oper-code to aud-operator.

           if aud-op = "D"
              move kinalloc-rec to aud-before
              move spaces to aud-after
           else
              move spaces to aud-before
              move kinalloc-rec to aud-after
           end-if.

           perform audit-chain thru audit-chain-ex.

       rev-menu.
           if oper-level < 3
              move "DEN EPITREPETAI     " to inval-mess
              perform invalid-message
              go begin-2.

           initialize kinhsh-rec t-code.
           perform code-box.

       rev-a1.
           accept t-code line 8 position 25 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go begin-2
              when other go rev-a1
           end-evaluate.

           if t-code = spaces go rev-a1.

           move t-code to kodikos.
           perform find-pel thru find-pel-2.

           if flag = 1 move "CODE NOT FOUND      " to inval-mess
                       perform invalid-message
                       go rev-a1.

           perform rev-load thru rev-load-ex.

           if rv-used = 0
              move "DEN YPARXOYN KINHS. " to inval-mess
              perform invalid-message
              go rev-a1.

           perform clean-box.
           perform rev-box.

           move 1 to rv-top.
           if rv-used > 10 compute rv-top = rv-used - 9.

       rev-disp.
           perform rev-rows thru rev-rows-ex.

       rev-sel.
           move c-name(3) to bc. move c-name(8) to fc.
           display inv-line line 18 position 24 size 40 control col-cnt.

           move 0 to rv-pick-no.
           accept rv-pick-no line 18 position 14
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go begin-2
              when 67 if rv-top > 10 subtract 10 from rv-top
                         go rev-disp
                      else go rev-sel
                      end-if
              when 68 if rv-top + 10 not > rv-used add 10 to rv-top
                         go rev-disp
                      else go rev-sel
                      end-if
              when other continue
           end-evaluate.

           if rv-pick-no = 0 or rv-pick-no > rv-used go rev-sel.

           if rv-t-flag (rv-pick-no) = "R"
              move "HDH ANTILOGISMENH   " to inval-mess
              go rev-refuse.

           if rv-t-flag (rv-pick-no) = "V"
              move "EINAI ANTILOGISMOS  " to inval-mess
              go rev-refuse.

           if rv-t-type (rv-pick-no) = "METAFORA"
              move "KINHSH METAFORAS    " to inval-mess
              go rev-refuse.

           compute rv-date = t-yy * 10000 + t-mm * 100 + t-dd.
           if rv-t-date (rv-pick-no) > rv-date
              move rv-t-date (rv-pick-no) to rv-date.

           compute ent-per = rv-date / 100.
           perform check-period thru check-period-ex.
           if flag = 1 perform rev-box go rev-disp.

           move c-name(3) to bc. move c-name(8) to fc.
           display "ANTILOGISMOS; (N/O):" line 18 position 24
                   control col-cnt.

           move "o" to synexeia.
           accept synexeia line 18 position 45 update tab blink.

           if not syn-n go rev-sel.

           perform rev-post thru rev-post-ex.

           perform clean-box.
           go begin-2.

       rev-refuse.
           perform invalid-message.
           perform rev-box.
           go rev-disp.

       rev-load.
           move 0 to rv-cnt rv-used.
           initialize rv-tab.

           move fkx to fl-nam.
           open input kinext.

           move t-code to kin-kodikos.
           move 0 to kin-date. move 0 to kin-seq.

           start kinhseis key not < kin-key
                 invalid go rev-load-4.

       rev-load-2.
           read kinhseis next record at end go rev-load-3.

           if kin-kodikos not = t-code go rev-load-3.

           add 1 to rv-cnt.

           go rev-load-2.

       rev-load-3.
           move 0 to rv-skip.
           if rv-cnt > 100 compute rv-skip = rv-cnt - 100.

           move t-code to kin-kodikos.
           move 0 to kin-date. move 0 to kin-seq.

           start kinhseis key not < kin-key
                 invalid go rev-load-4.

       rev-load-5.
           read kinhseis next record at end go rev-load-4.

           if kin-kodikos not = t-code go rev-load-4.

           if rv-skip > 0 subtract 1 from rv-skip go rev-load-5.

           add 1 to rv-used.
           move kin-date to rv-t-date (rv-used).
           move kin-seq to rv-t-seq (rv-used).
           move kin-type to rv-t-type (rv-used).
           move kin-receipt to rv-t-receipt (rv-used).
           move kin-poso to rv-t-poso (rv-used).

           move kin-key to kx-key.
           read kinext invalid move space to rv-t-flag (rv-used)
                not invalid move kx-rev-flag to rv-t-flag (rv-used)
           end-read.

           go rev-load-5.

       rev-load-4.
           close kinext.

       rev-load-ex.
           exit.

       rev-post.
           move t-code to kin-kodikos.
           move rv-t-date (rv-pick-no) to kin-date.
           move rv-t-seq (rv-pick-no) to kin-seq.

           read kinhseis invalid
                move "   NOT FOUND        " to inval-mess
                perform invalid-message
                go rev-post-ex.

           move kinhsh-rec to rv-orig.

           move fkx to fl-nam.
           open i-o kinext.

           move 0 to vt-code vt-rate vt-net vt-vat.

           move kin-key to kx-key.
           read kinext invalid move space to rv-flag
                not invalid move kx-rev-flag to rv-flag
                            move kx-vat-code to vt-code
                            move kx-vat-rate to vt-rate
                            compute vt-net = kx-net * -1
                            compute vt-vat = kx-vat * -1
           end-read.

           if rv-flag not = space
              close kinext
              move "HDH ANTILOGISMENH   " to inval-mess
              perform invalid-message
              go rev-post-ex.

           move kin-date to rv-m-date.
           move kin-seq to rv-m-seq.
           move kin-receipt to rv-m-rec.
           move rv-memo to kin-memo.
           compute kin-poso = kin-poso * -1.
           move rv-date to kin-date.

           perform next-seq thru next-seq-ex.

           perform next-receipt.
           move receipt-no to kin-receipt.

           move 0 to lock-count.

       rev-post-2.
           write kinhsh-rec invalid
                 move kin-stat to file-stat
                 if file-stat = "99" and lock-count < par-lock-max
                    add 1 to lock-count
                    perform retry-delay
                    go rev-post-2
                 end-if
                 close kinext
                 perform invalid-info
                 go rev-post-ex
           end-write.

           move "A" to aud-op.
           perform audit-write.

           if kin-poso > 0
              compute pa-amt = kin-poso * -1
              perform plan-apply thru plan-apply-ex.

           move kinhsh-rec to rv-new.

           initialize kinext-rec.
           move spaces to kx-before.
           move kin-key to kx-key.
           move "V" to kx-rev-flag.
           move vt-code to kx-vat-code.
           move vt-rate to kx-vat-rate.
           move vt-net to kx-net.
           move vt-vat to kx-vat.
           move rv-orig (21:8) to kx-rev-date.
           move rv-orig (29:3) to kx-rev-seq.
           move rv-orig (86:6) to kx-rev-receipt.
           move oper-code to kx-rev-oper.
           compute kx-rev-on = t-yy * 10000 + t-mm * 100 + t-dd.

           write kinext-rec invalid continue
                 not invalid move "A" to aud-op perform kx-audit
           end-write.

           move rv-orig (1:31) to kx-key.
           read kinext invalid
                initialize kinext-rec
                move rv-orig (1:31) to kx-key
                move spaces to kx-before
                move "A" to aud-op
                not invalid
                move kinext-rec to kx-before
                move "U" to aud-op
           end-read.

           move "R" to kx-rev-flag.
           move rv-new (21:8) to kx-rev-date.
           move rv-new (29:3) to kx-rev-seq.
           move rv-new (86:6) to kx-rev-receipt.
           move oper-code to kx-rev-oper.
           compute kx-rev-on = t-yy * 10000 + t-mm * 100 + t-dd.

           if aud-op = "A"
              write kinext-rec invalid continue
                    not invalid perform kx-audit
              end-write
           else
              rewrite kinext-rec invalid continue
                      not invalid perform kx-audit
              end-rewrite
           end-if.

           close kinext.

           move rv-orig to kinhsh-rec.
           perform alc-drop thru alc-drop-ex.

           move rv-new to am-save.
           move "R" to am-how.
           if am-s-poso < 0 compute am-alloc = am-s-poso * -1
                       else move am-s-poso to am-alloc.

           if am-alloc not = 0
              move falc to fl-nam
              open i-o kinalloc
              move rv-orig to kinhsh-rec
              perform alc-put thru alc-put-ex
              close kinalloc
           end-if.

           move rv-new to kinhsh-rec.
           perform rev-print thru rev-print-ex.

           move "ANTILOGISMOS EGINE  " to val-mess.
           perform valid-message.

       rev-post-ex.
           exit.

       rev-print.
           perform poso-words thru poso-words-ex.

           move par-prt-dev to prt-device.
           open extend kin-prt.

           write prt-rec from prt-7.

           move etairia to etairia-r.
           move kin-date to kin-date-x.
           move kd-dd to ed-kin-dd. move kd-mm to ed-kin-mm.
           move kd-yy to ed-kin-yy.
           move ed-kin-date to r1-date.
           write prt-rec from prt-r1.

           move kin-receipt to v2-no.
           write prt-rec from prt-v2.

           move rv-orig (86:6) to v3-rec.
           move rv-orig (21:8) to kin-date-x.
           move kd-dd to ed-kin-dd. move kd-mm to ed-kin-mm.
           move kd-yy to ed-kin-yy.
           move ed-kin-date to v3-date.
           write prt-rec from prt-v3.

           move kin-kodikos to r3-code. move epitheto to r3-epi.
           write prt-rec from prt-r3.

           move kin-type to r4-type. move kin-poso to r4-poso.
           write prt-rec from prt-r4.

           if vt-code not = 0
              move vt-net to r7-net move vt-rate to r7-rate
              move vt-vat to r7-vat
              write prt-rec from prt-r7.

           move wd-text (1:60) to r5-words.
           write prt-rec from prt-r5.

           if wd-text (61:60) not = spaces
              move wd-text (61:60) to r5-words
              write prt-rec from prt-r5.

           move oper-code to r6-oper.
           write prt-rec from prt-r6.

           write prt-rec from prt-v4.

           write prt-rec from prt-7.

           close kin-prt.

       rev-print-ex.
           exit.

       rev-rows.
           move rv-top to rv-i.
           move 8 to rv-row.

       rev-rows-2.
           if rv-row > 17 go rev-rows-ex.

           move c-name(3) to bc. move c-name(7) to fc.

           if rv-i > rv-used
              display inv-line line rv-row position 10 size 53
                      control col-cnt
           else
              move rv-i to rv-ln-no
              move rv-t-date (rv-i) to kin-date-x
              move kd-dd to ed-kin-dd move kd-mm to ed-kin-mm
              move kd-yy to ed-kin-yy
              move ed-kin-date to rv-ln-date
              move rv-t-type (rv-i) to rv-ln-type
              move rv-t-receipt (rv-i) to rv-ln-rec
              move rv-t-poso (rv-i) to rv-ln-poso
              evaluate rv-t-flag (rv-i)
                 when "R" move "AKY" to rv-ln-flag
                 when "V" move "ANT" to rv-ln-flag
                 when other move spaces to rv-ln-flag
              end-evaluate
              display rv-ln line rv-row position 10 control col-cnt
           end-if.

           add 1 to rv-i. add 1 to rv-row.

           go rev-rows-2.

       rev-rows-ex.
           exit.

       rev-box.
           move c-name(3) to bc. move c-name(8) to fc.
           display
           "###################### ANTILOGISMOS ######################"
                   line 5 position 8 control col-cnt.

           perform varying x from 6 by 1 until x > 18
           display
           "#                                                         #"
                   line x position 8
           end-perform.

           display
           "###########################################################"
                   line 19 position 8

                   " AA HMER/NIA   TYPE            APODJ.        POSO"
                   line 6 position 10
                   half-line line 7 position 10 size 55
                   "AA:" line 18 position 10
                   "PGUP-PGDN" line 19 position 12
                   "ESC" line 19 position 26.

           display bc-line line 20 position 10 size 59 control nor-cnt.
           perform varying x from 6 by 1 until x > 19
           display bc-line line x position 67 size 2 control nor-cnt
           end-perform.

       kx-drop.
           move fkx to fl-nam.
           open i-o kinext.

           move kin-key to kx-key.
           read kinext invalid go kx-drop-2.

           move kinext-rec to kx-before.

           delete kinext invalid go kx-drop-2 end-delete.

           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "D" to aud-op.
           move "kinext" to aud-prog.
           move kx-kodikos to aud-key.
           move oper-code to aud-operator.
           move kx-before to aud-before.
           move spaces to aud-after.

           perform audit-chain thru audit-chain-ex.

       kx-drop-2.
           close kinext.

       kx-drop-ex.
           exit.

       kx-audit.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "kinext" to aud-prog.
           move kx-kodikos to aud-key.
           move oper-code to aud-operator.
           move kx-before to aud-before.
           move kinext-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

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

       check-vat.
           move 0 to flag.
           move 0 to vt-rate.

           if vt-code = 0 go check-vat-2.

           move fconst to fl-nam.
           open input const.
           move vat-cat to cat-code. move vt-code to type-code.
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
              perform invalid-message
              go check-vat-ex.

           compute vt-rate = vd-int + vd-dec / 100.

       check-vat-2.
           if vt-rate = 0
              move kin-poso to vt-net
           else
              compute vt-net rounded =
                      kin-poso * 100 / ( 100 + vt-rate)
           end-if.

           compute vt-vat = kin-poso - vt-net.

       check-vat-ex.
           exit.

       vat-show.
           perform check-vat thru check-vat-ex.

           move c-name(6) to bc. move c-name(8) to fc.
           if flag = 1
              move 0 to vt-net vt-vat.

           move vt-net to vt-net-ed. move vt-vat to vt-vat-ed.
           display vt-net-ed line 11 position 31 control col-cnt
                   "/" line 11 position 43
                   vt-vat-ed line 11 position 45.

       kx-vat-put.
           if vt-code = 0 go kx-vat-put-ex.

           move fkx to fl-nam.
           open i-o kinext.

           initialize kinext-rec.
           move spaces to kx-before.
           move kin-key to kx-key.
           move space to kx-rev-flag.
           move vt-code to kx-vat-code.
           move vt-rate to kx-vat-rate.
           move vt-net to kx-net.
           move vt-vat to kx-vat.

           write kinext-rec invalid continue
                 not invalid move "A" to aud-op perform kx-audit
           end-write.

           close kinext.

       kx-vat-put-ex.
           exit.

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

       check-type.
           move 0 to flag.

           if kin-type = spaces
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

           if type-descr = kin-type go check-type-ok.

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

       plan-apply.
           if pa-amt = 0 go plan-apply-ex.

           move fplan to fl-nam.
           open i-o plan.

           move "N" to pa-found.
           move kin-kodikos to pl-kodikos.

           start plan key not < pl-kodikos
                 invalid go plan-apply-9.

       plan-apply-2.
           read plan next record at end go plan-apply-3.

           if pl-kodikos not = kin-kodikos go plan-apply-3.

           if pl-status not = "X"
              move "Y" to pa-found
              move pl-no to pa-no.

           go plan-apply-2.

       plan-apply-3.
           if pa-found not = "Y" go plan-apply-9.

           move pa-no to pl-no.
           read plan invalid go plan-apply-9.

           if pa-amt > 0 and pl-status not = "A" go plan-apply-9.

           move plan-rec to pa-before.

           if pa-amt > 0
              move pa-amt to pa-rest
              move 1 to pa-i
           else
              compute pa-rest = pa-amt * -1
              move pl-count to pa-i.

           move fplinst to fl-nam.
           open i-o plinst.

       plan-apply-4.
           if pa-rest = 0 or pa-i = 0 or pa-i > pl-count
              go plan-apply-5.

           move pl-no to pi-no.
           move pa-i to pi-seq.
           read plinst invalid go plan-apply-6.

           if pa-amt > 0
              compute pa-take = pi-poso - pi-paid
           else
              move pi-paid to pa-take.

           if pa-take > pa-rest move pa-rest to pa-take.

           if pa-take not > 0 go plan-apply-6.

           subtract pa-take from pa-rest.

           if pa-amt > 0
              add pa-take to pi-paid pl-paid
              if pi-paid = pi-poso
                 compute pi-date = t-yy * 10000 + t-mm * 100 + t-dd
              end-if
           else
              subtract pa-take from pi-paid pl-paid
              move 0 to pi-date
           end-if.

           rewrite plinst-rec invalid continue end-rewrite.

       plan-apply-6.
           if pa-amt > 0 add 1 to pa-i
                    else subtract 1 from pa-i.

           go plan-apply-4.

       plan-apply-5.
           close plinst.

           if pl-paid not < pl-total
              move "C" to pl-status
              compute pl-end-date = t-yy * 10000 + t-mm * 100 + t-dd
           else
              if pl-status = "C"
                 move "A" to pl-status
                 move 0 to pl-end-date.

           rewrite plan-rec invalid go plan-apply-9 end-rewrite.

           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "U" to aud-op.
           move "plan" to aud-prog.
           move pl-kodikos to aud-key.
           move oper-code to aud-operator.
           move pa-before to aud-before.
           move plan-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       plan-apply-9.
           close plan.

       plan-apply-ex.
           exit.

       audit-write.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "kinhsh" to aud-prog.
           move kin-kodikos to aud-key.
           move oper-code to aud-operator.
           move kinhsh-rec to aud-after.
           if aud-op = "D" move audit-before to aud-before
                       else move spaces to aud-before
           end-if.

           perform audit-chain thru audit-chain-ex.

       dia.
           if oper-level < 3
              move "DEN EPITREPETAI     " to inval-mess
              perform invalid-message
              move "O" to synexeia
              go dia-ex.

           if kin-date not = 0
              compute ent-per = kin-date / 100
              perform check-period thru check-period-ex
              if flag = 1
                 move "O" to synexeia
                 go dia-ex
              end-if
           end-if.

           move space to rv-flag.
           move fkx to fl-nam.
           open input kinext.
           move kin-key to kx-key.
           read kinext invalid continue
                not invalid move kx-rev-flag to rv-flag
           end-read.
           close kinext.

           if rv-flag not = space
              move "ANTILOGISMENH KINHSH" to inval-mess
              perform invalid-message
              move "O" to synexeia
              go dia-ex.

           perform error-box.

           display "   (!) DELETE         " line 7 position 29
                                         control col-cnt
                   "----------------------" line 8 position 29
                   "   LAST MOVEMENT      " line 10 position 29
                   "   DELETE;(N/O):      " line 12 position 29.

           move "o" to synexeia.

           accept synexeia line 12 position 46 update tab blink.

           evaluate true
              when syn-n perform dia-2 thru dia-3
              when syn-o perform values-box continue
              when other go dia
           end-evaluate.

       dia-ex.
           exit.

       dia-2.
           move kinhsh-rec to audit-before.
           move kin-poso to pa-del.
           move 0 to lock-count.

       dia-3.
           delete kinhseis invalid move kin-stat to file-stat
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
                                  perform alc-drop thru alc-drop-ex
                                  perform kx-drop thru kx-drop-ex
                                  if pa-del < 0
                                     move pa-del to pa-amt
                                     perform plan-apply
                                        thru plan-apply-ex
                                  end-if

           end-delete.

           initialize kin-rest.

           perform disp-ln. perform clean-box.

       find-pel.
           move 0 to flag.
           move 0 to lock-count.

       find-pel-2.
           read pelates invalid move pel-stat to file-stat
                                if file-stat = "99"
                                   and lock-count < par-lock-max
                                   add 1 to lock-count
                                   perform retry-delay
                                   go find-pel-2
                                end-if
                                move 1 to flag
                       go stm-a1.

           perform clean-box.
           perform grp-stm-ask thru grp-stm-ask-ex.
           perform prof-ask thru prof-ask-ex.
           if gs-cons = "Y" go grp-print.
           go print-out.

       grp-stm-ask.
           move "N" to gs-cons.
           move t-code to gl-code.

           perform grp-find thru grp-find-ex.

           if gl-in not = "Y" go grp-stm-ask-ex.

       grp-stm-ask-2.
           perform message-box.
           display "ENOPOIHMENH OMILOY(N/O):" line 20 position 8
                                              control col-cnt.

           move "o" to synexeia.
           accept synexeia line 20 position 33 update tab blink.

           evaluate true
              when syn-n move "Y" to gs-cons
              when syn-o continue
              when other go grp-stm-ask-2
           end-evaluate.

           perform clean-box.

       grp-stm-ask-ex.
           exit.

       print-out.
           move 0 to prt-page-no.
           move 0 to stm-total.

           perform page-check.

           perform stm-line.

           go print-out-2.

       stm-line.
           move kin-date to kin-date-x.
           move kd-dd to ed-kin-dd. move kd-mm to ed-kin-mm.
           move kd-yy to ed-kin-yy.
              write prt-rec from prt-6
           end-if.

       print-out-4.
           write prt-rec from prt-7.
           move stm-total to total-8.
           perform telos.
           go begin-2.

       grp-print.
           move 0 to prt-page-no.
           move 0 to gs-total.

           move gl-parent to kodikos.
           perform find-pel thru find-pel-2.

           perform header-prt thru header-prt-2.

           write prt-rec from prt-g1.
           add 1 to prt-line-cnt.

           move gl-parent to gl-code.
           perform grp-stm-member thru grp-stm-member-ex.

           move fgrp to fl-nam.
           open input pelgrp.

           move gl-parent to pg-parent.

           start pelgrp key not < pg-parent
                 invalid go grp-print-3.

       grp-print-2.
           read pelgrp next record at end go grp-print-3.

           if pg-parent not = gl-parent go grp-print-3.

           move pg-kodikos to gl-code.
           perform grp-stm-member thru grp-stm-member-ex.

           go grp-print-2.

       grp-print-3.
           close pelgrp.

           write prt-rec from prt-7.
           move gs-total to total-g4.
           write prt-rec from prt-g4.
           write prt-rec from prt-11.
           perform telos.
           go begin-2.

       grp-stm-member.
           move gl-code to kodikos.
           perform find-pel thru find-pel-2.
           if flag = 1 move spaces to epitheto.

           move gl-code to code-g2.
           move epitheto to epitheto-g2.
           perform page-check.
           write prt-rec from prt-g2.

           move 0 to stm-total.

           move gl-code to kin-kodikos.
           move 0 to kin-date. move 0 to kin-seq.

           start kinhseis key not < kin-key
                 invalid go grp-stm-member-3.

       grp-stm-member-2.
           read kinhseis next record at end go grp-stm-member-3.

           if kin-kodikos not = gl-code go grp-stm-member-3.

           perform page-check.
           perform stm-line.

           go grp-stm-member-2.

       grp-stm-member-3.
           move stm-total to total-g3.
           perform page-check.
           write prt-rec from prt-g3.

           add stm-total to gs-total.

       grp-stm-member-ex.
           exit.

       journal-out.
           perform clean-box.

           move 0 to jr-oused.
           move 0 to jr-gr-tot jr-gr-cnt.
           move 0 to jr-rv-tot jr-rv-cnt.
           initialize jr-op-tab.

           compute jr-run-date = t-yy * 10000 + t-mm * 100 + t-dd.

           move fkx to fl-nam.
           open input kinext.

           move faudit to fl-nam.
           open input audit.


           if jr-date not = jr-run-date go journal-2.

           move jr-rec (1:31) to kx-key.
           read kinext invalid move space to kx-rev-flag end-read.

           if kx-rev-flag = "V"
              move jr-type to rv-type
              string "ANT-" rv-type delimited by size into jr-type
              add 1 to jr-rv-cnt
              add jr-poso to jr-rv-tot.

           perform jr-accum thru jr-accum-ex.

           go journal-2.

       journal-4.
           close audit.
           close kinext.

           perform journal-prt.

              write prt-rec from prt-7
           end-perform.

           move jr-rv-cnt to jr-cnt-6.
           move jr-rv-tot to jr-tot-6.
           write prt-rec from prt-j6.

           move jr-gr-cnt to jr-cnt-5.
           move jr-gr-tot to jr-tot-5.
           write prt-rec from prt-j5.
                   "TYPE........:" position 18
                   "POSO........:" position 18
                   "MEMO........:" position 18
                   "FPA KWDIKOS.:" position 18
                   "KATHARO/FPA.:" position 18
                   "ESC" line 16 position 15
                   "F3" line 16 position 29
                   "F4" line 16 position 42
                   "1.KINHSH" line 18 position 15 blink
                   "2.STATEMENT" line 19 position 15 blink
                   "3.JOURNAL" line 18 position 25 blink
                   "4.ANTIL." line 19 position 25 blink

                   bc-line line 21 position 12 size 25
                            control nor-cnt.
       help-show-ex.
           exit.

       apr-new.
           perform apr-box thru apr-box-ex.

           if apr-found = 9 go apr-new-ex.

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
