           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

           select optional touch assign random file-name
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

           select optional seqctl assign random file-name
           organization indexed
           access dynamic
           record key seq-id
           status seq-stat.

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

           select optional contract assign random file-name
           organization indexed
           access dynamic
           record key con-no
           alternate record key con-kodikos with duplicates
           alternate record key con-end with duplicates
           status con-stat.

           select optional plan assign random file-name
           organization indexed
           access dynamic
           record key pl-no
           alternate record key pl-kodikos with duplicates
           status pl-stat.

           select optional ticket assign random file-name
           organization indexed
           access dynamic
           record key tk-no
           alternate record key tk-kodikos with duplicates
           alternate record key tk-oper-key with duplicates
           status tk-stat.

           select optional diary assign random file-name
           organization indexed
           access dynamic
           record key fu-key
           alternate record key fu-oper-key with duplicates
           alternate record key fu-kodikos with duplicates
           status fu-stat.

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

           select optional score assign random file-name
           organization indexed
           access dynamic
           record key sc-kodikos
           alternate record key sc-rank with duplicates
           status sc-stat.

           select optional dunning assign random file-name
           organization indexed
           access dynamic
           record key dun-kodikos
           status dun-stat.

           select optional pelgrp assign random file-name
           organization indexed
           access dynamic
           record key pg-kodikos
           alternate record key pg-parent with duplicates
           status pg-stat.

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

       fd touch.
       01 touch-rec.
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

       fd seqctl.
       01 seqctl-rec.
          02 seq-id pic x(8).
          02 seq-next pic 9(8).

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

       fd dunning.
       01 dunning-rec.
          02 dun-kodikos pic x(20).
          02 dun-level pic 9.
          02 dun-date pic 9(8).
          02 dun-poso pic s9(7)v99.
          02 dun-oldest pic 9(8).
          02 dun-ltr pic 9(3).

       fd pelgrp.
       01 pelgrp-rec.
          02 pg-kodikos pic x(20).
          02 pg-parent pic x(20).
          02 pg-date pic 9(8).
          02 pg-oper pic x(10).

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

       01  mw-save pic x(113).
       01  mk-save pic x(91).

       01  alc-old-key pic x(31).
       01  alc-new-key pic x(31).

       77  cnt-repoint pic 9(4) value 0.
       01  cnt-repoint-ed pic zzz9.

       01  aud-after-s pic x(250).
       01  mg-ag-before pic x(250).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).
           02 fag pic x(12) value "pelag.dat".
           02 fpel-2 pic x(12) value "word.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 fapq pic x(12) value "apprq.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fparam pic x(12) value "param.dat".
           02 ftouch pic x(12) value "touch.dat".
           02 fkin pic x(12) value "kin.dat".
           02 falc pic x(12) value "kinalloc.dat".
           02 fkx pic x(12) value "kinext.dat".
           02 finvh pic x(12) value "invhdr.dat".
           02 fcars pic x(12) value "cars.dat".
           02 fchg pic x(12) value "charges.dat".
           02 fcon pic x(12) value "contract.dat".
           02 fplan pic x(12) value "plan.dat".
           02 ftkt pic x(12) value "ticket.dat".
           02 fdiary pic x(12) value "diary.dat".
           02 fcns pic x(12) value "consent.dat".
           02 feml pic x(12) value "email.dat".
           02 fscore pic x(12) value "score.dat".
           02 fdun pic x(12) value "dunning.dat".
           02 fgrp pic x(12) value "pelgrp.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           02 ag-stat pic xx.
           02 word-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 apq-fstat pic xx.
           02 seq-stat pic xx.
           02 param-stat pic xx.
           02 touch-stat pic xx.
           02 kin-stat pic xx.
           02 alc-stat pic xx.
           02 kx-stat pic xx.
           02 ih-stat pic xx.
           02 car-stat pic xx.
           02 chg-stat pic xx.
           02 con-stat pic xx.
           02 pl-stat pic xx.
           02 tk-stat pic xx.
           02 fu-stat pic xx.
           02 cns-stat pic xx.
           02 eml-stat pic xx.
           02 sc-stat pic xx.
           02 dun-stat pic xx.
           02 pg-stat pic xx.
           02 file-stat pic xx.

       01  mv-save pic x(250).
       01  mv-pos pic x(40).
       01  mg-grp-top pic x(20).
       77  mg-grp-kids pic x.

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

           if oper-level < 3 perform denied-box goback.

           move fparam to fl-nam.
           open input params.
           move "PARAMS" to pm-id.
           read params invalid initialize params-rec end-read.
           close params.

           if pm-apr-on = "N" move "N" to apr-flag.
           if pm-apr-days numeric and pm-apr-days not = 0
              move pm-apr-days to apr-days.

           move fpel to fl-nam. open i-o pelates.

       begin-2.
           accept synexeia line 17 position 44 update tab blink.

           evaluate true
              when syn-n if apr-on
                            perform mg-apr thru mg-apr-ex
                            if apr-found not = 1
                               perform clean-box go begin-2
                            end-if
                         end-if
                         perform do-merge thru do-merge-3
                         if apr-on perform apr-used thru apr-used-ex
                         end-if
                         perform done-box
                         perform clean-box
                         go begin-2
              when other go confirm-merge
           end-evaluate.

       mg-apr.
           move "M" to apr-type.
           move surv-code to apr-kod.
           move lose-code to apr-kod2.
           move 0 to apr-amount.
           move surv-rec to apr-before.
           move lose-rec to apr-after.

           perform apr-gate thru apr-gate-ex.

       mg-apr-ex.
           exit.

       do-merge.
           move surv-rec to pelates-rec.

           perform repoint-agores.
           perform merge-words.
           perform merge-kin thru merge-kin-ex.
           perform merge-car-move thru merge-car-move-ex.
           perform merge-chg-move thru merge-chg-move-ex.
           perform merge-con-move thru merge-con-move-ex.
           perform merge-pl-move thru merge-pl-move-ex.
           perform merge-tk-move thru merge-tk-move-ex.
           perform merge-fu-move thru merge-fu-move-ex.
           perform merge-cns-move thru merge-cns-move-ex.
           perform merge-eml-move thru merge-eml-move-ex.
           perform merge-sc-move thru merge-sc-move-ex.
           perform merge-dun-move thru merge-dun-move-ex.
           perform merge-grp-move thru merge-grp-move-ex.

           move lose-rec to pelates-rec.
           move 0 to lock-count.
           move mg-ag-before to aud-before.
           move agores-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       merge-words.
           move fpel-2 to fl-nam.
                 if kin-seq < 999 go merge-kin-2b end-if

                 not invalid perform mg-kin-audit-a
                             move mk-save (1:31) to alc-old-key
                             move kin-key to alc-new-key
                             perform alc-rekey thru alc-rekey-ex
                             perform kx-rekey thru kx-rekey-ex
                             perform inv-rekey thru inv-rekey-ex
           end-write.

           go merge-kin-2.
       merge-kin-ex.
           exit.

       merge-car-move.
           move fcars to fl-nam.
           open i-o cars.

       merge-car-move-2.
           move lose-code to car-kodikos.

           start cars key not < car-kodikos
                 invalid go merge-car-move-3.

           read cars next record at end go merge-car-move-3.

           if car-kodikos not = lose-code go merge-car-move-3.

           move cars-rec to mv-save.
           move surv-code to car-kodikos.
           rewrite cars-rec invalid go merge-car-move-3 end-rewrite.

           move "cars" to aud-prog.
           move cars-rec to aud-after.
           perform merge-mv-audit.

           go merge-car-move-2.

       merge-car-move-3.
           close cars.

       merge-car-move-ex.
           exit.

       merge-chg-move.
           move fchg to fl-nam.
           open i-o charges.

           move lose-code to chg-kodikos.
           move 0 to chg-no.

           start charges key not < chg-key
                 invalid go merge-chg-move-4.

       merge-chg-move-2.
           read charges next record at end go merge-chg-move-4.

           if chg-kodikos not = lose-code go merge-chg-move-4.

           move charge-rec to mv-save.
           move chg-key to mv-pos.

           delete charges invalid go merge-chg-move-4 end-delete.

           move mv-save to charge-rec.
           move surv-code to chg-kodikos.

       merge-chg-move-3.
           write charge-rec invalid
                 add 1 to chg-no
                 if chg-no < 999 go merge-chg-move-3 end-if

                 not invalid move "charges" to aud-prog
                             move charge-rec to aud-after
                             perform merge-mv-audit
           end-write.

           move mv-pos to chg-key.

           start charges key > chg-key
                 invalid go merge-chg-move-4.

           go merge-chg-move-2.

       merge-chg-move-4.
           close charges.

       merge-chg-move-ex.
           exit.

       merge-con-move.
           move fcon to fl-nam.
           open i-o contract.

       merge-con-move-2.
           move lose-code to con-kodikos.

           start contract key not < con-kodikos
                 invalid go merge-con-move-3.

           read contract next record at end go merge-con-move-3.

           if con-kodikos not = lose-code go merge-con-move-3.

           move contract-rec to mv-save.
           move surv-code to con-kodikos.
           rewrite contract-rec invalid go merge-con-move-3 end-rewrite.

           move "contract" to aud-prog.
           move contract-rec to aud-after.
           perform merge-mv-audit.

           go merge-con-move-2.

       merge-con-move-3.
           close contract.

       merge-con-move-ex.
           exit.

       merge-pl-move.
           move fplan to fl-nam.
           open i-o plan.

       merge-pl-move-2.
           move lose-code to pl-kodikos.

           start plan key not < pl-kodikos
                 invalid go merge-pl-move-3.

           read plan next record at end go merge-pl-move-3.

           if pl-kodikos not = lose-code go merge-pl-move-3.

           move plan-rec to mv-save.
           move surv-code to pl-kodikos.
           rewrite plan-rec invalid go merge-pl-move-3 end-rewrite.

           move "plan" to aud-prog.
           move plan-rec to aud-after.
           perform merge-mv-audit.

           go merge-pl-move-2.

       merge-pl-move-3.
           close plan.

       merge-pl-move-ex.
           exit.

       merge-tk-move.
           move ftkt to fl-nam.
           open i-o ticket.

       merge-tk-move-2.
           move lose-code to tk-kodikos.

           start ticket key not < tk-kodikos
                 invalid go merge-tk-move-3.

           read ticket next record at end go merge-tk-move-3.

           if tk-kodikos not = lose-code go merge-tk-move-3.

           move ticket-rec to mv-save.
           move surv-code to tk-kodikos.
           rewrite ticket-rec invalid go merge-tk-move-3 end-rewrite.

           move "ticket" to aud-prog.
           move ticket-rec to aud-after.
           perform merge-mv-audit.

           go merge-tk-move-2.

       merge-tk-move-3.
           close ticket.

       merge-tk-move-ex.
           exit.

       merge-fu-move.
           move fdiary to fl-nam.
           open i-o diary.

           move lose-code to fu-kodikos.
           move 0 to fu-date.
           move 0 to fu-seq.

           start diary key not < fu-key
                 invalid go merge-fu-move-4.

       merge-fu-move-2.
           read diary next record at end go merge-fu-move-4.

           if fu-kodikos not = lose-code go merge-fu-move-4.
           if fu-file not = "P" go merge-fu-move-2.

           move diary-rec to mv-save.
           move fu-key to mv-pos.

           delete diary invalid go merge-fu-move-4 end-delete.

           move mv-save to diary-rec.
           move surv-code to fu-kodikos.

       merge-fu-move-3.
           write diary-rec invalid
                 add 1 to fu-seq
                 if fu-seq < 999 go merge-fu-move-3 end-if

                 not invalid move "diary" to aud-prog
                             move diary-rec to aud-after
                             perform merge-mv-audit
           end-write.

           move mv-pos to fu-key.

           start diary key > fu-key
                 invalid go merge-fu-move-4.

           go merge-fu-move-2.

       merge-fu-move-4.
           close diary.

       merge-fu-move-ex.
           exit.

       merge-cns-move.
           move fcns to fl-nam.
           open i-o consent.

       merge-cns-move-2.
           move "P" to cns-file.
           move lose-code to cns-kodikos.
           move 0 to cns-chan.

           start consent key not < cns-key
                 invalid go merge-cns-move-3.

           read consent next record at end go merge-cns-move-3.

           if cns-file not = "P" go merge-cns-move-3.
           if cns-kodikos not = lose-code go merge-cns-move-3.

           move consent-rec to mv-save.

           delete consent invalid go merge-cns-move-3 end-delete.

           move mv-save to consent-rec.
           move surv-code to cns-kodikos.

           move "consent" to aud-prog.

           write consent-rec invalid
                 perform merge-mv-drop

                 not invalid move consent-rec to aud-after
                             perform merge-mv-audit
           end-write.

           go merge-cns-move-2.

       merge-cns-move-3.
           close consent.

       merge-cns-move-ex.
           exit.

       merge-eml-move.
           move feml to fl-nam.
           open i-o email.

           move "P" to eml-file.
           move lose-code to eml-kodikos.

           read email invalid go merge-eml-move-2.

           move email-rec to mv-save.

           delete email invalid go merge-eml-move-2 end-delete.

           move mv-save to email-rec.
           move surv-code to eml-kodikos.

           move "email" to aud-prog.

           write email-rec invalid
                 perform merge-mv-drop

                 not invalid move email-rec to aud-after
                             perform merge-mv-audit
           end-write.

       merge-eml-move-2.
           close email.

       merge-eml-move-ex.
           exit.

       merge-sc-move.
           move fscore to fl-nam.
           open i-o score.

           move lose-code to sc-kodikos.

           read score invalid go merge-sc-move-2.

           move score-rec to mv-save.

           delete score invalid go merge-sc-move-2 end-delete.

           move mv-save to score-rec.
           move surv-code to sc-kodikos.

           move "score" to aud-prog.

           write score-rec invalid
                 perform merge-mv-drop

                 not invalid move score-rec to aud-after
                             perform merge-mv-audit
           end-write.

       merge-sc-move-2.
           close score.

       merge-sc-move-ex.
           exit.

       merge-dun-move.
           move fdun to fl-nam.
           open i-o dunning.

           move lose-code to dun-kodikos.

           read dunning invalid go merge-dun-move-2.

           move dunning-rec to mv-save.

           delete dunning invalid go merge-dun-move-2 end-delete.

           move mv-save to dunning-rec.
           move surv-code to dun-kodikos.

           move "dunning" to aud-prog.

           write dunning-rec invalid
                 perform merge-mv-drop

                 not invalid move dunning-rec to aud-after
                             perform merge-mv-audit
           end-write.

       merge-dun-move-2.
           close dunning.

       merge-dun-move-ex.
           exit.

       merge-mv-audit.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "R" to aud-op.
           move surv-code to aud-key.
           move oper-code to aud-operator.
           move mv-save to aud-before.

           perform audit-chain thru audit-chain-ex.

       merge-mv-drop.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "D" to aud-op.
           move lose-code to aud-key.
           move oper-code to aud-operator.
           move mv-save to aud-before.
           move spaces to aud-after.

           perform audit-chain thru audit-chain-ex.

       merge-grp-move.
           move fgrp to fl-nam.
           open i-o pelgrp.

           move spaces to mg-grp-top.
           move "N" to mg-grp-kids.

           move surv-code to pg-kodikos.

           read pelgrp invalid continue
                not invalid if pg-parent not = lose-code
                               move pg-parent to mg-grp-top
                            end-if
           end-read.

           move surv-code to pg-parent.

           start pelgrp key not < pg-parent
                 invalid go merge-grp-move-2.

           read pelgrp next record at end go merge-grp-move-2.

           if pg-parent = surv-code move "Y" to mg-grp-kids.

       merge-grp-move-2.
           move lose-code to pg-kodikos.

           read pelgrp invalid go merge-grp-move-3.

           move pelgrp-rec to mv-save.

           delete pelgrp invalid go merge-grp-move-3 end-delete.

           move mv-save to pelgrp-rec.
           move "pelgrp" to aud-prog.

           if mg-grp-top not = spaces or mg-grp-kids = "Y"
              or pg-parent = surv-code
              perform merge-mv-drop
              go merge-grp-move-3.

           move surv-code to pg-kodikos.

           write pelgrp-rec invalid
                 perform merge-mv-drop
                 go merge-grp-move-3
           end-write.

           move pg-parent to mg-grp-top.
           move pelgrp-rec to aud-after.
           perform merge-mv-audit.

       merge-grp-move-3.
           if mg-grp-top = spaces move surv-code to mg-grp-top.

       merge-grp-move-4.
           move lose-code to pg-parent.

           start pelgrp key not < pg-parent
                 invalid go merge-grp-move-5.

           read pelgrp next record at end go merge-grp-move-5.

           if pg-parent not = lose-code go merge-grp-move-5.

           move pelgrp-rec to mv-save.
           move "pelgrp" to aud-prog.

           if pg-kodikos = mg-grp-top
              delete pelgrp invalid go merge-grp-move-5 end-delete
              perform merge-mv-drop
              go merge-grp-move-4.

           move mg-grp-top to pg-parent.
           rewrite pelgrp-rec invalid go merge-grp-move-5 end-rewrite.

           move pelgrp-rec to aud-after.
           perform merge-mv-audit.

           go merge-grp-move-4.

       merge-grp-move-5.
           close pelgrp.

       merge-grp-move-ex.
           exit.

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

       mg-kin-audit-d.
           accept aud-date-w from date.
           perform century-date.
           move mk-save to aud-before.
           move mk-save to aud-after.

           perform audit-chain thru audit-chain-ex.

       mg-kin-audit-a.
           accept aud-date-w from date.
           move spaces to aud-before.
           move kinhsh-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       find-pel.
           move 0 to flag.
           move aud-before-s to aud-before.
           move aud-after-s to aud-after.

           perform audit-chain thru audit-chain-ex.

       touch-write.
           move ftouch to fl-nam.
       brk.
           exit.

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

       date-serial.
           compute ser-no = ser-yy * 365 + ser-yy / 4
                          + cum-days (ser-mm) + ser-dd.

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
