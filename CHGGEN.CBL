       id division.
       program-id. chggen.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional charges assign random file-name
           organization indexed
           access dynamic
           record key chg-key
           status chg-stat.

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

           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

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

           select cg-prt assign print prt-device.

       data division.
       file section.
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

       fd cg-prt label records omitted.
       01 prt-rec pic x(132).

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

       01  num-var.
           02 flag pic 9.
           02 x pic 9999.

       01  file-status.
           02 chg-stat pic xx.
           02 pel-stat pic xx.
           02 kin-stat pic xx.
           02 kx-stat pic xx.
           02 const-stat pic xx.
           02 param-stat pic xx.
           02 ctl-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.

       01  files-used.
           02 fchg pic x(12) value "charges.dat".
           02 fpel pic x(12) value "pel.dat".
           02 fkin pic x(12) value "kin.dat".
           02 fkx pic x(12) value "kinext.dat".
           02 fconst pic x(12) value "const.dat".
           02 fparam pic x(12) value "param.dat".
           02 fctl pic x(12) value "eodctl.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".

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

       01  audit-before pic x(250).

       77  run-date pic 9(8).
       77  close-per pic 9(6).
       77  post-date pic 9(8).
       77  post-per pic 9(6).
       77  vat-cat pic 99 value 93.
       77  seq-max pic 9(3).
       77  dup-flag pic x.

       77  cnt-post pic 9(5) value 0.
       77  cnt-skip pic 9(5) value 0.
       77  tot-post pic s9(9)v99 value 0.

       77  vt-rate pic 99v99.
       77  vt-net pic s9(7)v99.
       77  vt-vat pic s9(7)v99.

       01  vat-descr.
           02 vd-int pic 99.
           02 vd-dot pic x.
           02 vd-dec pic 99.
           02 filler pic x(10).

       01  gen-memo.
           02 filler pic x(6) value "PAGIO ".
           02 gm-no pic 999.
           02 filler pic x value space.
           02 gm-due pic 9(8).
           02 filler pic x value space.
           02 gm-text pic x(11).

       01  dt-x.
           02 dt-yy pic 9(4).
           02 dt-mm pic 99.
           02 dt-dd pic 99.
       77  dt-add pic 99.
       77  dt-m0 pic 9(4).
       77  dt-q pic 9(4).
       77  dt-r pic 9(4).
       77  dt-lim pic 99.

       01  dim-values.
           02 pic x(24) value "312831303130313130313031".
       01  redefines dim-values.
           02 dim pic 99 occurs 12 times.

       01  kin-date-x pic 9(8).
       01  kd redefines kin-date-x.
           02 kd-yy pic 9(4).
           02 kd-mm pic 99.
           02 kd-dd pic 99.

       01  ed-kin-date.
           02 ed-kin-dd pic 99.
           02 filler pic x value "/".
           02 ed-kin-mm pic 99.
           02 filler pic x value "/".
           02 ed-kin-yy pic 9(4).

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
           02 filler pic x(8) value spaces.
           02 filler pic x(30) value "PAGIA - KATAXWRHSEIS".
           02 filler pic x(19) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 page-no-prt pic zz9.
           02 filler pic x(3) value spaces.

       01  prt-1b.
           02 filler pic x(2) value spaces.
           02 etairia-prt pic x(30).
           02 filler pic x(48) value spaces.

       01  prt-2.
           02 filler pic x(80) value all "-".

       01  prt-3.
           02 filler pic x(21) value "KODIKOS".
           02 filler pic x(11) value "HMER/NIA".
           02 filler pic x(16) value "TYPE".
           02 filler pic x(12) value "       POSO".
           02 filler pic x(20) value "SXOLIO".

       01  prt-4.
           02 code-4 pic x(20).
           02 filler pic x value space.
           02 date-4 pic x(10).
           02 filler pic x value space.
           02 type-4 pic x(15).
           02 filler pic x value space.
           02 poso-4 pic zzzzzz9.99-.
           02 filler pic x value space.
           02 note-4 pic x(20).

       01  prt-5.
           02 filler pic x(21) value "KATAXWRHSEIS........".
           02 cnt-5 pic zzzz9.
           02 filler pic x(5) value spaces.
           02 filler pic x(8) value "SYNOLO: ".
           02 tot-5 pic zzzzzzzz9.99-.
           02 filler pic x(28) value spaces.

       01  prt-6.
           02 filler pic x(21) value "EKKREMOTHTES.........".
           02 cnt-6 pic zzzz9.
           02 filler pic x(54) value spaces.

       01  prt-11.
           02 filler pic x(13) value "BULL THE BEST" .

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
           move par-prt-dev to prt-device.

           compute run-date = t-yy * 10000 + t-mm * 100 + t-dd.

           move fparam to fl-nam.
           open input params.
           move "PARAMS" to pm-id.
           read params invalid initialize params-rec end-read.
           close params.
           if pm-vat-cat numeric and pm-vat-cat not = 0
              move pm-vat-cat to vat-cat.

           move 0 to close-per.
           open input eodctl.
           move "CLOSE" to eod-id.
           read eodctl invalid continue
                not invalid compute close-per = eod-date / 100
           end-read.
           close eodctl.

           perform header-prt thru header-prt-2.

           move fchg to fl-nam. open i-o charges.
           move fpel to fl-nam. open input pelates.
           move fkin to fl-nam. open i-o kinhseis.
           move fkx to fl-nam. open i-o kinext.

       gen-2.
           read charges next record at end go gen-9.

           if chg-status not = "A" go gen-2.
           if chg-next = 0 or chg-next > run-date go gen-2.
           if chg-end not = 0 and chg-next > chg-end go gen-2.

           move chg-kodikos to kodikos.
           read pelates invalid
                move "PELATHS DEN YPARXEI " to note-4
                perform skip-line
                go gen-2.

           if pel-status (1:5) = "BLOCK"
              move "PELATHS BLOCKED     " to note-4
              perform skip-line
              go gen-2.

       gen-3.
           perform post-one thru post-one-ex.

           move charge-rec to audit-before.
           move chg-next to chg-last.
           perform next-due.

           move 0 to lock-count.

       gen-4.
           rewrite charge-rec invalid
                   move chg-stat to ctl-stat
                   if chg-stat = "99" and lock-count < par-lock-max
                      add 1 to lock-count
                      perform retry-delay
                      go gen-4
                   end-if
                   go gen-2
           end-rewrite.

           move "charges" to aud-prog.
           move chg-kodikos to aud-key.
           move audit-before to aud-before.
           move charge-rec to aud-after.
           move "U" to aud-op.
           perform audit-put.

           if chg-next not > run-date
              and ( chg-end = 0 or chg-next not > chg-end )
              go gen-3.

           go gen-2.

       gen-9.
           close charges pelates kinhseis kinext.

           perform totals-prt.

           perform ctl-update.

           goback.

       post-one.
           move chg-next to post-date.
           compute post-per = chg-next / 100.
           if post-per not > close-per
              move run-date to post-date.

           move chg-no to gm-no.
           move chg-next to gm-due.
           move chg-memo to gm-text.

           move "N" to dup-flag.
           move 0 to seq-max.

           move chg-kodikos to kin-kodikos.
           move post-date to kin-date.
           move 0 to kin-seq.

           start kinhseis key not < kin-key
                 invalid go post-one-2.

       post-one-1.
           read kinhseis next record at end go post-one-2.

           if kin-kodikos not = chg-kodikos go post-one-2.
           if kin-date not = post-date go post-one-2.

           move kin-seq to seq-max.
           if kin-memo (1:19) = gen-memo (1:19) move "Y" to dup-flag.

           go post-one-1.

       post-one-2.
           if dup-flag = "Y"
              move "HDH KATAXWRHMENO    " to note-4
              perform skip-line
              go post-one-ex.

           initialize kinhsh-rec.
           move chg-kodikos to kin-kodikos.
           move post-date to kin-date.
           compute kin-seq = seq-max + 1.
           move chg-type to kin-type.
           move chg-poso to kin-poso.
           move gen-memo to kin-memo.
           move 0 to kin-receipt.

           move 0 to lock-count.

       post-one-3.
           write kinhsh-rec invalid
                 move kin-stat to ctl-stat
                 if kin-stat = "99" and lock-count < par-lock-max
                    add 1 to lock-count
                    perform retry-delay
                    go post-one-3
                 end-if
                 move "LATHOS EGGRAFHS     " to note-4
                 perform skip-line
                 go post-one-ex
           end-write.

           move "kinhsh" to aud-prog.
           move kin-kodikos to aud-key.
           move spaces to aud-before.
           move kinhsh-rec to aud-after.
           move "A" to aud-op.
           perform audit-put.

           if chg-vat-code not = 0
              perform vat-put thru vat-put-ex.

           add 1 to cnt-post.
           add kin-poso to tot-post.

           move kin-kodikos to code-4.
           move kin-date to kin-date-x.
           perform date-edit.
           move ed-kin-date to date-4.
           move kin-type to type-4.
           move kin-poso to poso-4.
           move gen-memo (1:19) to note-4.
           perform page-check.
           write prt-rec from prt-4.

       post-one-ex.
           exit.

       vat-put.
           move fconst to fl-nam.
           open input const.
           move vat-cat to cat-code. move chg-vat-code to type-code.
           read const invalid move spaces to type-descr end-read.
           close const.

           move type-descr to vat-descr.

           if vd-int not numeric or vd-dot not = "."
              or vd-dec not numeric
              go vat-put-ex.

           compute vt-rate = vd-int + vd-dec / 100.
           compute vt-net rounded = kin-poso * 100 / ( 100 + vt-rate).
           compute vt-vat = kin-poso - vt-net.

           initialize kinext-rec.
           move kin-key to kx-key.
           move space to kx-rev-flag.
           move chg-vat-code to kx-vat-code.
           move vt-rate to kx-vat-rate.
           move vt-net to kx-net.
           move vt-vat to kx-vat.

           write kinext-rec invalid go vat-put-ex end-write.

           move "kinext" to aud-prog.
           move kx-kodikos to aud-key.
           move spaces to aud-before.
           move kinext-rec to aud-after.
           move "A" to aud-op.
           perform audit-put.

       vat-put-ex.
           exit.

       next-due.
           move chg-next to dt-x.

           evaluate chg-freq
              when "Q" move 3 to dt-add
              when "H" move 6 to dt-add
              when "Y" move 12 to dt-add
              when other move 1 to dt-add
           end-evaluate.

           compute dt-m0 = dt-mm - 1 + dt-add.
           divide dt-m0 by 12 giving dt-q remainder dt-r.
           add dt-q to dt-yy.
           compute dt-mm = dt-r + 1.

           move chg-start (7:2) to dt-dd.
           if dt-dd = 0 move 1 to dt-dd.

           move dim (dt-mm) to dt-lim.
           if dt-mm = 2
              divide dt-yy by 4 giving dt-q remainder dt-r
              if dt-r = 0 move 29 to dt-lim end-if
              divide dt-yy by 100 giving dt-q remainder dt-r
              if dt-r = 0 move 28 to dt-lim end-if
              divide dt-yy by 400 giving dt-q remainder dt-r
              if dt-r = 0 move 29 to dt-lim end-if
           end-if.

           if dt-dd > dt-lim move dt-lim to dt-dd.

           move dt-x to chg-next.

       skip-line.
           add 1 to cnt-skip.
           move chg-kodikos to code-4.
           move chg-next to kin-date-x.
           perform date-edit.
           move ed-kin-date to date-4.
           move chg-type to type-4.
           move chg-poso to poso-4.
           perform page-check.
           write prt-rec from prt-4.

       date-edit.
           move kd-dd to ed-kin-dd. move kd-mm to ed-kin-mm.
           move kd-yy to ed-kin-yy.

       ctl-update.
           open i-o eodctl.
           move "CHARGES" to eod-id.

           read eodctl invalid
                initialize eodctl-rec
                move "CHARGES" to eod-id
                move run-date to eod-date
                move "N" to eod-step-exp
           end-read.

           if eod-date not = run-date
              move run-date to eod-date
              move "N" to eod-step-exp
              move 0 to eod-cnt-pel eod-cnt-bad.

           add cnt-post to eod-cnt-pel.
           move cnt-skip to eod-cnt-bad.

           write eodctl-rec invalid rewrite eodctl-rec end-write.
           close eodctl.

       audit-put.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move oper-code to aud-operator.

           perform audit-chain thru audit-chain-ex.

       retry-delay.
           perform varying lock-wait from 1 by 1 until lock-wait > 2000
           end-perform.

       totals-prt.
           perform page-check.
           write prt-rec from prt-2.

           move cnt-post to cnt-5.
           move tot-post to tot-5.
           perform page-check.
           write prt-rec from prt-5.

           move cnt-skip to cnt-6.
           perform page-check.
           write prt-rec from prt-6.

           write prt-rec from prt-11.
           close cg-prt.

           perform spool-close.

       page-check.
           if prt-line-cnt >= prt-max-lines
              write prt-rec from prt-2 after advancing page
              perform header-prt-2
           end-if.

           add 1 to prt-line-cnt.

       header-prt.
           perform spool-open.
           open extend cg-prt.

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
           move "chggen" to spl-job.
           move oper-code to spl-oper.
           move run-date to spl-date.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.

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
