       id division.
       program-id. bankrec.
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
           alternate record key epitheto with duplicates
           alternate record key dieythynsh with duplicates
           alternate record key afm with duplicates
           alternate record key telephone with duplicates
           alternate record key tk with duplicates
           alternate record key srch-epi with duplicates
           alternate record key srch-tel with duplicates
           status pel-stat.

           select optional kinhseis assign random file-name
           organization indexed
           access dynamic
           record key kin-key
           status kin-stat.

           select optional bankst assign random file-name
           organization indexed
           access dynamic
           record key bs-key
           alternate record key bs-kin-key with duplicates
           status bs-stat.

           select optional const assign random file-name
           organization indexed
           access dynamic
           record key const-code
           status const-stat.

           select optional eodctl assign random ctl-name
           organization indexed
           access dynamic
           record key eod-id
           status ctl-stat.

           select optional dl-file assign random dl-name
           organization line sequential
           status dl-stat.

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

           select bk-prt assign print prt-device.

           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

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

       fd bankst.
       01 bankst-rec.
          02 bs-key.
             03 bs-date pic 9(8).
             03 bs-ref pic x(20).
             03 bs-amt pic 9(9)v99.
          02 bs-reason pic x(60).
          02 bs-status pic x.
          02 bs-kodikos pic x(20).
          02 bs-kin-key.
             03 bs-kin-kod pic x(20).
             03 bs-kin-date pic 9(8).
             03 bs-kin-seq pic 9(3).
          02 bs-ncand pic 9.
          02 bs-load pic 9(8).
          02 bs-oper pic x(10).

       fd const.
       01 const-rec.
          02 const-code.
             03 cat-code pic 99.
             03 type-code pic 999.
          02 type-descr pic x(15).

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

       fd dl-file label records omitted.
       01 dl-rec pic x(250).

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

       fd plinst.
       01 plinst-rec.
          02 pi-key.
             03 pi-no pic 9(6).
             03 pi-seq pic 99.
          02 pi-due pic 9(8).
          02 pi-poso pic s9(7)v99.
          02 pi-paid pic s9(7)v99.
          02 pi-date pic 9(8).

       fd bk-prt label records omitted.
       01 prt-rec pic x(132).

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
           02 half-line pic x(80) value all "-".
           02 inv-line pic x(80) value all spaces.

       01  num-var.
           02 flag pic 9.
           02 x pic 9999.

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).
       01  valid-mess.
           02 val-stat pic 9.
           02 val-mess pic x(20).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       01  file-status.
           02 pel-stat pic xx.
           02 kin-stat pic xx.
           02 bs-stat pic xx.
           02 const-stat pic xx.
           02 ctl-stat pic xx.
           02 dl-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 pl-stat pic xx.
           02 pi-stat pic xx.
           02 file-stat pic xx.

       01  files-used.
           02 fpel pic x(12) value "pel.dat".
           02 fkin pic x(12) value "kin.dat".
           02 fbs pic x(12) value "bankst.dat".
           02 fconst pic x(12) value "const.dat".
           02 fctl pic x(12) value "eodctl.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 fplan pic x(12) value "plan.dat".
           02 fplinst pic x(12) value "plinst.dat".

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

       01  audit-before pic x(250).

       77  pa-amt pic s9(9)v99.
       77  pa-rest pic s9(9)v99.
       77  pa-take pic s9(7)v99.
       77  pa-no pic 9(6).
       77  pa-i pic 99.
       77  pa-found pic x.
       01  pa-before pic x(250).

       77  bk-mode pic x value "1".
       77  bk-cancel pic 9 value 0.
       01  dl-name pic x(40).
       77  dl-delim pic x value ";".
       77  c-date pic 99 value 1.
       77  c-amt pic 99 value 2.
       77  c-reas pic 99 value 3.
       77  c-ref pic 99 value 4.

       01  col-table.
           02 col-item pic x(60) occurs 10 times.
       77  col-cnt-w pic 99.
       77  dl-i pic 9(3).
       77  dl-cp pic 99.
       77  dl-cx pic 99.
       01  dl-val pic x(60).

       77  run-date pic 9(8).
       77  close-per pic 9(6).
       77  kin-cat pic 99.
       77  bk-type pic x(15).

       01  ch-x pic x.
       01  ch-9 redefines ch-x pic 9.

       77  am-all pic 9(11).
       77  am-after pic 99.
       77  am-sep pic x.
       77  am-neg pic x.
       77  am-poso pic 9(9)v99.

       01  dt-dig pic x(8).
       01  dt-dmy redefines dt-dig.
           02 dd-dd pic 99.
           02 dd-mm pic 99.
           02 dd-yy pic 9(4).
       01  dt-ymd redefines dt-dig.
           02 dy-yy pic 9(4).
           02 dy-mm pic 99.
           02 dy-dd pic 99.
       77  dt-n pic 99.
       77  dt-iso pic x.

       01  ser-date-x.
           02 ser-yy pic 9(4). 02 ser-mm pic 99. 02 ser-dd pic 99.

       01  cum-days-tab.
           02 pic x(36) value "000031059090120151181212243273304334".
       01  redefines cum-days-tab.
           02 cum-days pic 9(3) occurs 12 times.

       77  ser-no pic 9(7).
       77  bs-serial pic 9(7).
       77  win-days pic 99 value 10.

       01  tk-buf pic x(20).
       77  tk-len pic 99.
       77  tk-i pic 99.

       01  cand-tab.
           02 cand-kod pic x(20) occurs 9 times.
       77  cand-n pic 9.
       77  cand-i pic 9.
       77  hit-n pic 9(3).
       77  hit-cands pic 9.
       77  hit-this pic 9(3).
       01  hit-key.
           02 hit-kod pic x(20).
           02 hit-date pic 9(8).
           02 hit-seq pic 9(3).
       77  scan-kod pic x(20).

       77  seq-max pic 9(3).
       77  post-per pic 9(6).
       01  bs-hold pic x(170).

       01  bs-memo.
           02 filler pic x(8) value "TRAPEZA ".
           02 bm-ref pic x(22).

       77  cnt-m pic 9(5) value 0.
       77  cnt-u pic 9(5) value 0.
       77  cnt-a pic 9(5) value 0.
       77  cnt-d pic 9(5) value 0.
       77  cnt-x pic 9(5) value 0.
       77  cnt-e pic 9(5) value 0.
       77  tot-m pic 9(9)v99 value 0.
       77  tot-u pic 9(9)v99 value 0.
       77  tot-a pic 9(9)v99 value 0.

       01  rq-tab.
           02 rq-ent occurs 100 times.
              03 rq-key pic x(39).
              03 rq-status pic x.
              03 rq-kod pic x(20).
              03 rq-reason pic x(20).
       77  rq-used pic 9(3).
       77  rq-i pic 9(3).
       77  rq-top pic 9(3).
       77  rq-row pic 99.
       77  rq-pick pic 9(3).
       01  rq-code pic x(20).

       01  rq-ln.
           02 rq-ln-no pic zz9.
           02 filler pic x value space.
           02 rq-ln-date pic x(10).
           02 filler pic x value space.
           02 rq-ln-poso pic zzzzzz9.99.
           02 filler pic x value space.
           02 rq-ln-st pic x.
           02 filler pic x value space.
           02 rq-ln-reas pic x(20).

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

       01  pel-name pic x(40).

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.

       01  prt-1.
           02 filler pic x(2) value spaces.
           02 today-date-1 pic x(10).
           02 filler pic x(8) value spaces.
           02 filler pic x(30) value "TRAPEZA - SYMFWNIA KINHSEWN".
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
           02 filler pic x(11) value "HMER/NIA".
           02 filler pic x(12) value "       POSO".
           02 filler pic x(22) value "AITIOLOGIA".
           02 filler pic x(10) value "KATASTASH".
           02 filler pic x(25) value "PELATHS".

       01  prt-4.
           02 date-4 pic x(10).
           02 filler pic x value space.
           02 poso-4 pic zzzzzz9.99-.
           02 filler pic x value space.
           02 reas-4 pic x(21).
           02 filler pic x value space.
           02 stat-4 pic x(9).
           02 filler pic x value space.
           02 code-4 pic x(20).
           02 filler pic x(5) value spaces.

       01  prt-4b.
           02 filler pic x(23) value spaces.
           02 filler pic x(11) value "KINHSH    :".
           02 lnk-4 pic x(10).
           02 filler pic x value "/".
           02 lseq-4 pic 999.
           02 filler pic x(32) value spaces.

       01  prt-5.
           02 lbl-5 pic x(22).
           02 cnt-5 pic zzzz9.
           02 filler pic x(5) value spaces.
           02 tot-5 pic zzzzzzzz9.99.
           02 filler pic x(36) value spaces.

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
           move fl-disk-path to ctl-disk. move fl-rest-path to ctl-rest.
           move fctl to ctl-nam.
           move par-prt-dev to prt-device.
           move par-kin-cat to kin-cat.

           if oper-level < 2
              perform denied-box
              goback.

           compute run-date = t-yy * 10000 + t-mm * 100 + t-dd.

           move 0 to close-per.
           open input eodctl.
           move "CLOSE" to eod-id.
           read eodctl invalid continue
                not invalid compute close-per = eod-date / 100
           end-read.
           close eodctl.

           perform mode-box.

           if bk-mode = "2" go review.

           perform map-box thru map-box-ex.

           if bk-cancel = 1 goback.

           perform header-prt thru header-prt-2.

           perform load-run thru load-run-ex.

           perform summary-prt.

           perform done-box.

           goback.

       load-run.
           move fpel to fl-nam. open input pelates.
           move fkin to fl-nam. open input kinhseis.
           move fbs to fl-nam. open i-o bankst.
           open input dl-file.

       load-run-2.
           read dl-file next record at end go load-run-9.

           if dl-rec = spaces go load-run-2.

           perform dl-parse.

           initialize bankst-rec.

           move c-date to dl-cx. perform dl-get.
           perform date-parse thru date-parse-ex.
           if flag = 1
              add 1 to cnt-e
              move spaces to date-4 code-4
              move 0 to poso-4
              move dl-rec to reas-4
              move "LATHOS" to stat-4
              perform detail-line
              go load-run-2.

           move c-amt to dl-cx. perform dl-get.
           perform amt-parse.
           move am-poso to bs-amt.

           move c-reas to dl-cx. perform dl-get.
           move dl-val to bs-reason.

           move c-ref to dl-cx. perform dl-get.
           move dl-val to bs-ref.
           if bs-ref = spaces move bs-reason to bs-ref.

           if am-neg = "Y" or bs-amt = 0
              add 1 to cnt-x
              move "XREWSH" to stat-4
              move spaces to code-4
              perform detail-line
              go load-run-2.

           move bankst-rec to bs-hold.

           read bankst invalid move bs-hold to bankst-rec
                not invalid
                add 1 to cnt-d
                move "HDH FORT." to stat-4
                move bs-kodikos to code-4
                perform detail-line
                go load-run-2
           end-read.

           perform match-line thru match-line-ex.

           move run-date to bs-load.
           move oper-code to bs-oper.

           move 0 to lock-count.

       load-run-3.
           write bankst-rec invalid
                 move bs-stat to file-stat
                 if file-stat = "99" and lock-count < par-lock-max
                    add 1 to lock-count
                    perform retry-delay
                    go load-run-3
                 end-if
                 add 1 to cnt-e
                 move "LATHOS" to stat-4
                 perform detail-line
                 go load-run-2
           end-write.

           move "A" to aud-op.
           move spaces to audit-before.
           perform audit-write.

           evaluate bs-status
              when "M" add 1 to cnt-m add bs-amt to tot-m
                       move "MATCHED" to stat-4
              when "A" add 1 to cnt-a add bs-amt to tot-a
                       move "AMBIGUOUS" to stat-4
              when other add 1 to cnt-u add bs-amt to tot-u
                       move "UNMATCHED" to stat-4
           end-evaluate.

           move bs-kodikos to code-4.
           perform detail-line.

           if bs-status = "M"
              move bs-kin-date to kin-date-x
              perform date-edit
              move ed-kin-date to lnk-4
              move bs-kin-seq to lseq-4
              perform page-check
              write prt-rec from prt-4b.

           go load-run-2.

       load-run-9.
           close pelates kinhseis bankst dl-file.

       load-run-ex.
           exit.

       match-line.
           move 0 to cand-n.
           move spaces to cand-tab.

           move spaces to tk-buf.
           move 0 to tk-len.

           perform varying tk-i from 1 by 1 until tk-i > 61
              if tk-i > 60
                 move space to ch-x
              else
                 move bs-reason (tk-i:1) to ch-x
              end-if
              if ch-x = space or "," or "." or "/" or "-" or ":"
                 or ";" or "(" or ")" or "#" or "*"
                 if tk-len > 0
                    perform tok-check thru tok-check-ex
                 end-if
                 move spaces to tk-buf
                 move 0 to tk-len
              else
                 if tk-len < 20
                    add 1 to tk-len
                    move ch-x to tk-buf (tk-len:1)
                 end-if
              end-if
           end-perform.

           move bs-date to ser-date-x.
           perform date-serial.
           move ser-no to bs-serial.

           move 0 to hit-n hit-cands.
           move spaces to hit-key.
           move cand-n to bs-ncand.

           if cand-n = 0 go match-line-3.

           move 1 to cand-i.

       match-line-2.
           move cand-kod (cand-i) to scan-kod.
           move 0 to hit-this.
           perform pay-scan thru pay-scan-ex.
           if hit-this > 0 add 1 to hit-cands.

           add 1 to cand-i.
           if cand-i not > cand-n go match-line-2.

           if hit-cands = 1
              move "M" to bs-status
              move hit-kod to bs-kodikos
              move hit-key to bs-kin-key
              go match-line-ex.

           if hit-cands = 0 and cand-n = 1
              move "U" to bs-status
              move cand-kod (1) to bs-kodikos
              go match-line-ex.

           move "A" to bs-status.
           move cand-kod (1) to bs-kodikos.
           go match-line-ex.

       match-line-3.
           move spaces to scan-kod.
           move 0 to hit-this.
           perform pay-scan thru pay-scan-ex.

           evaluate hit-n
              when 0 move "U" to bs-status
              when 1 move "M" to bs-status
                     move hit-kod to bs-kodikos
                     move hit-key to bs-kin-key
              when other move "A" to bs-status
                     move hit-kod to bs-kodikos
           end-evaluate.

       match-line-ex.
           exit.

       tok-check.
           if tk-len < 3 go tok-check-ex.

           move tk-buf to kodikos.
           read pelates invalid continue
                not invalid perform add-cand
           end-read.

           if tk-len not = 8 go tok-check-ex.
           if tk-buf (1:8) not numeric go tok-check-ex.

           move tk-buf (1:8) to afm.
           start pelates key = afm invalid go tok-check-ex.

       tok-check-2.
           read pelates next record at end go tok-check-ex.

           if afm not = tk-buf (1:8) go tok-check-ex.

           perform add-cand.

           go tok-check-2.

       tok-check-ex.
           exit.

       add-cand.
           perform varying cand-i from 1 by 1
                   until cand-i > cand-n
                      or cand-kod (cand-i) = kodikos
           end-perform.

           if cand-i > cand-n and cand-n < 9
              add 1 to cand-n
              move kodikos to cand-kod (cand-n).

       pay-scan.
           move bankst-rec to bs-hold.

           move scan-kod to kin-kodikos.
           move 0 to kin-date kin-seq.

           start kinhseis key not < kin-key
                 invalid go pay-scan-ex.

       pay-scan-2.
           read kinhseis next record at end go pay-scan-ex.

           if scan-kod not = spaces
              and kin-kodikos not = scan-kod go pay-scan-ex.

           if kin-poso not < 0 go pay-scan-2.
           if kin-poso * -1 not = bs-amt go pay-scan-2.

           move kin-date to ser-date-x.
           perform date-serial.

           if ser-no > bs-serial + win-days go pay-scan-2.
           if ser-no + win-days < bs-serial go pay-scan-2.

           move kin-key to bs-kin-key.
           read bankst key bs-kin-key
                invalid continue
                not invalid go pay-scan-2
           end-read.

           if hit-n = 0 move kin-key to hit-key.
           add 1 to hit-n.
           add 1 to hit-this.

           go pay-scan-2.

       pay-scan-ex.
           move bs-hold to bankst-rec.

       date-serial.
           compute ser-no = ser-yy * 365 + ser-yy / 4
                          + cum-days (ser-mm) + ser-dd.

       date-parse.
           move 0 to flag.
           move zeros to dt-dig.
           move 0 to dt-n.
           move "N" to dt-iso.
           if dl-val (5:1) = "-" move "Y" to dt-iso.

           perform varying dl-i from 1 by 1 until dl-i > 20
              move dl-val (dl-i:1) to ch-x
              if ch-x numeric and dt-n < 8
                 add 1 to dt-n
                 move ch-x to dt-dig (dt-n:1)
              end-if
           end-perform.

           if dt-n = 6
              move dt-dig (5:2) to dt-dig (7:2)
              move "20" to dt-dig (5:2).

           if dt-n not = 6 and dt-n not = 8
              move 1 to flag
              go date-parse-ex.

           if dt-iso = "Y"
              move dy-yy to ser-yy move dy-mm to ser-mm
              move dy-dd to ser-dd
           else
              move dd-yy to ser-yy move dd-mm to ser-mm
              move dd-dd to ser-dd
           end-if.

           if ser-mm < 1 or ser-mm > 12 or ser-dd < 1 or ser-dd > 31
              move 1 to flag
              go date-parse-ex.

           move ser-date-x to bs-date.

       date-parse-ex.
           exit.

       amt-parse.
           move 0 to am-all am-after am-poso.
           move "N" to am-sep am-neg.

           perform varying dl-i from 1 by 1 until dl-i > 20
              move dl-val (dl-i:1) to ch-x
              evaluate true
                 when ch-x numeric
                      if am-all < 9999999999
                         compute am-all = am-all * 10 + ch-9
                         add 1 to am-after
                      end-if
                 when ch-x = "." or ch-x = ","
                      move "Y" to am-sep
                      move 0 to am-after
                 when ch-x = "-"
                      move "Y" to am-neg
                 when other continue
              end-evaluate
           end-perform.

           evaluate true
              when am-sep = "Y" and am-after = 1
                   compute am-poso = am-all / 10
              when am-sep = "Y" and am-after = 2
                   compute am-poso = am-all / 100
              when other
                   move am-all to am-poso
           end-evaluate.

       dl-parse.
           move spaces to col-table.
           move 1 to col-cnt-w.
           move 1 to dl-cp.

           perform varying dl-i from 1 by 1 until dl-i > 250
                   or col-cnt-w > 10
              if dl-rec (dl-i:1) = dl-delim
                 add 1 to col-cnt-w
                 move 1 to dl-cp
              else
                 if dl-cp < 61 and col-cnt-w < 11
                    move dl-rec (dl-i:1)
                      to col-item (col-cnt-w) (dl-cp:1)
                    add 1 to dl-cp
                 end-if
              end-if
           end-perform.

       dl-get.
           if dl-cx = 0 or dl-cx > 10
              move spaces to dl-val
           else
              move col-item (dl-cx) to dl-val
           end-if.

       detail-line.
           if bs-date not = 0
              move bs-date to kin-date-x
              perform date-edit
              move ed-kin-date to date-4.
           move bs-amt to poso-4.
           if bs-reason not = spaces move bs-reason to reas-4.
           perform page-check.
           write prt-rec from prt-4.

       date-edit.
           move kd-dd to ed-kin-dd. move kd-mm to ed-kin-mm.
           move kd-yy to ed-kin-yy.

       review.
           move fpel to fl-nam. open input pelates.
           move fkin to fl-nam. open i-o kinhseis.
           move fbs to fl-nam. open i-o bankst.

           perform type-box.

       review-a1.
           accept bk-type line 11 position 29 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go review-end
              when other go review-a1
           end-evaluate.

           perform check-type thru check-type-ex.
           if flag = 1 go review-a1.

           perform clean-box.

       review-2.
           perform rq-load thru rq-load-ex.

           if rq-used = 0
              move "DEN YPARXOYN EKKREM." to inval-mess
              perform invalid-message
              go review-end.

           perform rq-box.
           move 1 to rq-top.

       review-disp.
           perform rq-rows thru rq-rows-ex.

       review-sel.
           move c-name(3) to bc. move c-name(8) to fc.
           display inv-line line 18 position 24 size 40 control col-cnt.

           move 0 to rq-pick.
           accept rq-pick line 18 position 14
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go review-end
              when 67 if rq-top > 10 subtract 10 from rq-top
                         go review-disp
                      else go review-sel
                      end-if
              when 68 if rq-top + 10 not > rq-used add 10 to rq-top
                         go review-disp
                      else go review-sel
                      end-if
              when other continue
           end-evaluate.

           if rq-pick = 0 or rq-pick > rq-used go review-sel.

           move rq-kod (rq-pick) to rq-code.

       review-a2.
           move c-name(3) to bc. move c-name(8) to fc.
           display "KODIKOS:" line 18 position 24 control col-cnt.

           accept rq-code line 18 position 33 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go review-disp
              when other go review-a2
           end-evaluate.

           if rq-code = spaces go review-a2.

           move rq-code to kodikos.
           read pelates invalid
                move "PELATHS DEN YPARXEI " to inval-mess
                perform invalid-message
                go review-a2.

           move spaces to pel-name.
           string onoma delimited by "  " " " delimited by size
                  epitheto delimited by "  " into pel-name.
           display inv-line line 18 position 24 size 40
                   control col-cnt.
           display pel-name line 18 position 24 size 40
                   control col-cnt.

           move rq-key (rq-pick) to bs-key.
           read bankst invalid
                move "   NOT FOUND        " to inval-mess
                perform invalid-message
                go review-2.

           if bs-status not = "U" and bs-status not = "A"
              move "HDH KATAXWRHMENH    " to inval-mess
              perform invalid-message
              go review-2.

           move bankst-rec to audit-before.

           move bs-date to ser-date-x.
           perform date-serial.
           move ser-no to bs-serial.

           move rq-code to scan-kod.
           move 0 to hit-n hit-this.
           move spaces to hit-key.
           perform pay-scan thru pay-scan-ex.

           if hit-n > 0 go review-link.

           move c-name(3) to bc. move c-name(8) to fc.
           display "KATAXWRHSH PLHRWMHS; (N/O):" line 19 position 24
                   control col-cnt.

           move "o" to synexeia.
           accept synexeia line 19 position 52 update tab blink.

           display inv-line line 19 position 24 size 40
                   control col-cnt.

           if not syn-n go review-disp.

           perform post-pay thru post-pay-ex.

           go review-2.

       review-link.
           move hit-date to kin-date-x.
           perform date-edit.

           move c-name(3) to bc. move c-name(8) to fc.
           display "SYNDESH ME KINHSH" line 19 position 24
                   control col-cnt
                   ed-kin-date line 19 position 42
                   "; (N/O):" line 19 position 52.

           move "o" to synexeia.
           accept synexeia line 19 position 61 update tab blink.

           display inv-line line 19 position 24 size 40
                   control col-cnt.

           if not syn-n go review-disp.

           move "M" to bs-status.
           move rq-code to bs-kodikos.
           move hit-key to bs-kin-key.
           move oper-code to bs-oper.

           perform bs-update thru bs-update-ex.

           go review-2.

       review-end.
           close pelates kinhseis bankst.
           perform clean-box.
           goback.

       post-pay.
           compute post-per = bs-date / 100.
           if post-per > close-per
              move bs-date to kin-date
           else
              move run-date to kin-date.

           move rq-code to kin-kodikos.
           perform next-seq thru next-seq-ex.

           move rq-code to kin-kodikos.
           compute kin-seq = seq-max + 1.
           move bk-type to kin-type.
           compute kin-poso = bs-amt * -1.
           move bs-ref to bm-ref.
           move bs-memo to kin-memo.
           move 0 to kin-receipt.

           move 0 to lock-count.

       post-pay-2.
           write kinhsh-rec invalid
                 move kin-stat to file-stat
                 if file-stat = "99" and lock-count < par-lock-max
                    add 1 to lock-count
                    perform retry-delay
                    go post-pay-2
                 end-if
                 perform invalid-info
                 go post-pay-ex
           end-write.

           move "kinhsh" to aud-prog.
           move kin-kodikos to aud-key.
           move spaces to aud-before.
           move kinhsh-rec to aud-after.
           move "A" to aud-op.
           perform audit-put.

           move "P" to bs-status.
           move rq-code to bs-kodikos.
           move kin-key to bs-kin-key.
           move oper-code to bs-oper.

           perform bs-update thru bs-update-ex.

           if kin-poso < 0
              compute pa-amt = kin-poso * -1
              perform plan-apply thru plan-apply-ex.

           move "PLHRWMH EGINE       " to val-mess.
           perform valid-message.

       post-pay-ex.
           exit.

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

           move "U" to aud-op.
           move "plan" to aud-prog.
           move pl-kodikos to aud-key.
           move pa-before to aud-before.
           move plan-rec to aud-after.
           perform audit-put.

       plan-apply-9.
           close plan.

       plan-apply-ex.
           exit.

       bs-update.
           move 0 to lock-count.

       bs-update-2.
           rewrite bankst-rec invalid
                   move bs-stat to file-stat
                   if file-stat = "99" and lock-count < par-lock-max
                      add 1 to lock-count
                      perform retry-delay
                      go bs-update-2
                   end-if
                   perform invalid-info
                   go bs-update-ex
           end-rewrite.

           move "U" to aud-op.
           perform audit-write.

       bs-update-ex.
           exit.

       next-seq.
           move 0 to seq-max.
           move 0 to kin-seq.
           move kin-kodikos to scan-kod.
           move kin-date to kin-date-x.

           start kinhseis key not < kin-key
                 invalid go next-seq-ex.

       next-seq-2.
           read kinhseis next record at end go next-seq-ex.

           if kin-kodikos not = scan-kod or kin-date not = kin-date-x
              go next-seq-ex.

           move kin-seq to seq-max.

           go next-seq-2.

       next-seq-ex.
           move scan-kod to kin-kodikos.
           move kin-date-x to kin-date.

       rq-load.
           move 0 to rq-used.
           initialize rq-tab.

           move low-values to bs-key.
           start bankst key not < bs-key invalid go rq-load-ex.

       rq-load-2.
           read bankst next record at end go rq-load-ex.

           if bs-status not = "U" and bs-status not = "A"
              go rq-load-2.

           if rq-used = 100 go rq-load-ex.

           add 1 to rq-used.
           move bs-key to rq-key (rq-used).
           move bs-status to rq-status (rq-used).
           move bs-kodikos to rq-kod (rq-used).
           move bs-reason to rq-reason (rq-used).

           go rq-load-2.

       rq-load-ex.
           exit.

       rq-rows.
           move rq-top to rq-i.
           move 8 to rq-row.

       rq-rows-2.
           if rq-row > 17 go rq-rows-ex.

           move c-name(3) to bc. move c-name(7) to fc.

           if rq-i > rq-used
              display inv-line line rq-row position 10 size 56
                      control col-cnt
           else
              move rq-key (rq-i) to bs-key
              move rq-i to rq-ln-no
              move bs-date to kin-date-x
              perform date-edit
              move ed-kin-date to rq-ln-date
              move bs-amt to rq-ln-poso
              move rq-status (rq-i) to rq-ln-st
              move rq-reason (rq-i) to rq-ln-reas
              display rq-ln line rq-row position 10 control col-cnt
           end-if.

           add 1 to rq-i. add 1 to rq-row.

           go rq-rows-2.

       rq-rows-ex.
           exit.

       rq-box.
           move c-name(3) to bc. move c-name(8) to fc.
           display
           "######################## TRAPEZA ##########################"
                   line 5 position 8 control col-cnt.

           perform varying x from 6 by 1 until x > 19
           display
           "#                                                         #"
                   line x position 8
           end-perform.

           display
           "###########################################################"
                   line 20 position 8

                   " AA HMER/NIA         POSO K AITIOLOGIA"
                   line 6 position 10
                   half-line line 7 position 10 size 55
                   "AA:" line 18 position 10
                   "PGUP-PGDN" line 20 position 12
                   "ESC" line 20 position 26.

           display bc-line line 21 position 10 size 59 control nor-cnt.
           perform varying x from 6 by 1 until x > 20
           display bc-line line x position 67 size 2 control nor-cnt
           end-perform.

       type-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##################################" line 9
                   position 20 control col-cnt
                   "#                                #" line 10
                   position 20
                   "#                                #" line 11
                   position 20
                   "#                                #" line 12
                   position 20
                   "##################################" line 13
                   position 20

                   bc-line line 14 position 22 size 34 control nor-cnt.

           perform varying x from 10 by 1 until x > 13
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           display "TYPOS PLHRWMHS" line 10 position 22 control col-cnt
                   "TYPOS:" line 11 position 22
                   "ESC=EXODOS" line 12 position 22.

       check-type.
           move 0 to flag.

           if bk-type = spaces
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

           if type-descr = bk-type go check-type-ok.

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

       mode-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line  8 position 24
                                                     control col-cnt
                   "#                            #" line  9 position 24
                   "#                            #" line 10 position 24
                   "#                            #" line 11 position 24
                   "##############################" line 12 position 24

                   bc-line line 13 position 26 size 30 control nor-cnt.

           perform varying x from  9 by 1 until x > 12
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           display "1=FORTWSH ARXEIOU" line  9 position 27
                                       control col-cnt
                   "2=EKKREMEIS/KATAX." line 10 position 27
                                       control col-cnt
                   "EPILOGH:" line 11 position 27
                              control col-cnt.

           move "1" to bk-mode.
           accept bk-mode line 11 position 36 update tab blink.

           if bk-mode not = "1" and bk-mode not = "2" go mode-box.

           move c-name(3) to bc. move c-name(1) to fc.
           perform varying x from 8 by 1 until x > 13
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

       map-box.
           move 0 to bk-cancel.
           move spaces to dl-name.
           move ";" to dl-delim.

           move c-name(6) to bc. move c-name(8) to fc.
           display "########### TRAPEZA - FORTWSH ###########"
                   line 4 position 15 control col-cnt.

           perform varying x from 5 by 1 until x > 15
           display "#                                        #"
                   line x position 15
           end-perform.

           display "##########################################"
                   line 16 position 15

                   "INPUT FILE..........:" line 6 position 17
                   "DELIMITER...........:" line 7 position 17
                   "STHLES" line 8 position 17
                   "HMER/NIA...:" line 9 position 17
                   "POSO.......:" line 10 position 17
                   "AITIOLOGIA.:" line 11 position 17
                   "ANAFORA....:" line 12 position 17
                   "ESC=AKYRO  F1=EKTELESH" line 14 position 17

                   bc-line line 17 position 17 size 42
                           control nor-cnt.

           perform varying x from 5 by 1 until x > 16
           display bc-line line x position 57 size 2 control nor-cnt
           end-perform.

           move c-name(6) to bc. move c-name(7) to fc.
           display dl-delim line 7 position 40 control col-cnt
                   c-date line 9 position 30
                   c-amt line 10 position 30
                   c-reas line 11 position 30
                   c-ref line 12 position 30.

       map-a1.
           accept dl-name line 6 position 40 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to bk-cancel go map-box-ex
              when 1 go map-run
              when other go map-a1
           end-evaluate.

           if dl-name = spaces go map-a1.

       map-a2.
           accept dl-delim line 7 position 40 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to bk-cancel go map-box-ex
              when 1 go map-run
              when 52 go map-a1
              when other go map-a2
           end-evaluate.

           if dl-delim = space go map-a2.

       map-a3.
           accept c-date line 9 position 30 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to bk-cancel go map-box-ex
              when 1 go map-run
              when 52 go map-a2
              when other go map-a3
           end-evaluate.

       map-a4.
           accept c-amt line 10 position 30 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to bk-cancel go map-box-ex
              when 1 go map-run
              when 52 go map-a3
              when other go map-a4
           end-evaluate.

       map-a5.
           accept c-reas line 11 position 30 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to bk-cancel go map-box-ex
              when 1 go map-run
              when 52 go map-a4
              when other go map-a5
           end-evaluate.

       map-a6.
           accept c-ref line 12 position 30 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to bk-cancel go map-box-ex
              when 1 go map-run
              when 52 go map-a5
              when other go map-a6
           end-evaluate.

           go map-a1.

       map-run.
           if dl-name = spaces go map-a1.
           if c-date = 0 go map-a3.
           if c-amt = 0 go map-a4.

       map-box-ex.
           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 4 by 1 until x > 17
           display bc-line line x position 15 size 44 control col-cnt
           end-perform.

       summary-prt.
           perform page-check.
           write prt-rec from prt-2.

           move "MATCHED..............:" to lbl-5.
           move cnt-m to cnt-5. move tot-m to tot-5.
           write prt-rec from prt-5.

           move "UNMATCHED............:" to lbl-5.
           move cnt-u to cnt-5. move tot-u to tot-5.
           write prt-rec from prt-5.

           move "AMBIGUOUS............:" to lbl-5.
           move cnt-a to cnt-5. move tot-a to tot-5.
           write prt-rec from prt-5.

           move 0 to tot-5.

           move "HDH FORTWMENES.......:" to lbl-5.
           move cnt-d to cnt-5.
           write prt-rec from prt-5.

           move "XREWSEIS (AGNOHTHKAN):" to lbl-5.
           move cnt-x to cnt-5.
           write prt-rec from prt-5.

           move "LATHOS GRAMMES.......:" to lbl-5.
           move cnt-e to cnt-5.
           write prt-rec from prt-5.

           write prt-rec from prt-2.
           write prt-rec from prt-11.
           close bk-prt.
           perform spool-close.

       page-check.
           if prt-line-cnt >= prt-max-lines
              write prt-rec from prt-2 after advancing page
              perform header-prt-2
           end-if.

           add 1 to prt-line-cnt.

       header-prt.
           perform spool-open.
           open extend bk-prt.

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
           move "bankrec" to spl-job.
           move oper-code to spl-oper.
           move run-date to spl-date.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.

       audit-write.
           move "bankst" to aud-prog.
           move bs-ref to aud-key.
           move bankst-rec to aud-after.
           if aud-op = "U" move audit-before to aud-before
                       else move spaces to aud-before
           end-if.
           perform audit-put.

       audit-put.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move oper-code to aud-operator.

           perform audit-chain thru audit-chain-ex.

       retry-delay.
           perform varying lock-wait from 1 by 1 until lock-wait > 2000
           end-perform.

       invalid-info.
           evaluate file-stat
              when "99"  move "RECORD IN USE, RETRY" to inval-mess
              when other move "FILE ERROR          " to inval-mess
           end-evaluate.
           perform invalid-message.

       invalid-message.
           move c-name(2) to bc. move c-name(3) to fc.
           display inval-mess line 22 position 15 control col-cnt.
           accept flag line 24 position 80 no beep control acpt-col.
           move c-name(4) to bc. move c-name(2) to fc.
           display bc-line line 22 position 15 size 20 control col-cnt.

       valid-message.
           move c-name(2) to bc. move c-name(3) to fc.
           display val-mess line 22 position 15 control col-cnt.

       denied-box.
           move c-name(5) to bc. move c-name(8) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "##############################" line 13 position 24.

           display "DEN EPITREPETAI" line 11 position 31
                                     control col-cnt
                   "press a key" line 12 position 33
                                 control col-cnt.

           accept flag line 24 position 80 no beep control acpt-col.

           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 10 by 1 until x > 13
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

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

           display "FORTWSH OLOKLHRWTHKE" line 11 position 29
                                        control col-cnt
                   "press a key" line 12 position 33
                                 control col-cnt.

           accept flag line 24 position 80 control acpt-col.

           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 10 by 1 until x > 14
           display bc-line line x position 24 size 32 control col-cnt
           end-perform.

       clean-box.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 3 by 1 until x > 22
           display bc-line line x position 5 size 71
                           control col-cnt
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
           else
              compute aud-date = 20000000 + aud-date-w.
