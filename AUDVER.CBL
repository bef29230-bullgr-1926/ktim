       id division.
       program-id. audver.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional audit assign random file-name
           status audit-stat.

           select optional aud-seg assign random seg-name
           status seg-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

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

           select av-prt assign print prt-device.

       data division.
       file section.
       fd audit label records omitted.
       01 audit-rec pic x(571).

       fd aud-seg label records omitted.
       01 aud-seg-rec pic x(571).

       fd audchn.
       01 audchn-rec.
          02 ach-id pic x(8).
          02 ach-seq pic 9(8).
          02 ach-chk pic 9(8).
          02 ach-start pic 9(8).

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

       fd av-prt label records omitted.
       01 prt-rec pic x(132).

       working-storage section.
       77 chr-ch pic 9(3) comp-5.

       01  num-var.
           02 flag pic 9.
           02 x pic 9999.

       01  file-status.
           02 audit-stat pic xx.
           02 seg-stat pic xx.
           02 ach-stat pic xx.
           02 ctl-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.

       01  files-used.
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 fctl pic x(12) value "eodctl.dat".
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

       01  seg-name pic x(29).
       01  seg-fn redefines seg-name.
           03 seg-disk pic xx.
           03 seg-rest pic x(15).
           03 seg-nam pic x(12).

       77  prt-device pic x(40) value "PRINTER".

       01  ck-rec.
           02 ck-date pic 9(8).
           02 ck-time pic 9(8).
           02 ck-op pic x.
           02 ck-prog pic x(8).
           02 ck-key pic x(20).
           02 ck-operator pic x(10).
           02 ck-before pic x(250).
           02 ck-after pic x(250).
           02 ck-seq pic 9(8).
           02 ck-seq-x redefines ck-seq pic x(8).
           02 ck-chk pic 9(8).

       77  run-date pic 9(8).
       77  run-ym pic 9(6).

       01  sg-ym pic 9(6).
       01  sg-r redefines sg-ym.
           02 sg-yy pic 9(4).
           02 sg-mm pic 99.
       01  seg-ym-x pic 9(6).

       77  head-flag pic x value "N".
       77  chain-on pic x value "N".
       77  prev-seq pic 9(8) value 0.
       77  prev-chk pic 9(8) value 0.
       77  gap-from pic 9(8).
       77  gap-to pic 9(8).
       77  cur-file pic x(12).

       77  cnt-file pic 9(5) value 0.
       77  cnt-rec pic 9(7) value 0.
       77  cnt-old pic 9(7) value 0.
       77  cnt-chk pic 9(7) value 0.
       77  cnt-bad pic 9(5) value 0.

       77  first-file pic x(12) value spaces.
       77  first-seq pic 9(8) value 0.

       77  ach-i pic 9(3).
       77  ach-sum pic 9(11).
       77  ach-q pic 9(11).
       01  ach-byte pic x comp-x.
       01  ach-char redefines ach-byte pic x.

       01  ck-date-x pic 9(8).
       01  ckd redefines ck-date-x.
           02 cd-yy pic 9(4).
           02 cd-mm pic 99.
           02 cd-dd pic 99.

       01  ck-time-x pic 9(8).
       01  ckt redefines ck-time-x.
           02 ct-hh pic 99.
           02 ct-mi pic 99.
           02 filler pic 9(4).

       01  ed-ck-date.
           02 ed-ck-dd pic 99.
           02 filler pic x value "/".
           02 ed-ck-mm pic 99.
           02 filler pic x value "/".
           02 ed-ck-yy pic 9(4).

       01  ed-ck-time.
           02 ed-ck-hh pic 99.
           02 filler pic x value ":".
           02 ed-ck-mi pic 99.

       01  ed-range.
           02 ed-from pic z(7)9.
           02 filler pic x value "-".
           02 ed-to pic z(7)9.

       01  ed-seq pic z(7)9.

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
           02 filler pic x(30) value "ELEGXOS ALYSIDAS AUDIT".
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
           02 filler pic x(13) value "ARXEIO".
           02 filler pic x(18) value "SEIRA".
           02 filler pic x(11) value "HMER/NIA".
           02 filler pic x(6) value "WRA".
           02 filler pic x(9) value "PROG".
           02 filler pic x(23) value "PROBLHMA".

       01  prt-4.
           02 file-4 pic x(12).
           02 filler pic x value space.
           02 seq-4 pic x(17).
           02 filler pic x value space.
           02 date-4 pic x(10).
           02 filler pic x value space.
           02 time-4 pic x(5).
           02 filler pic x value space.
           02 prog-4 pic x(8).
           02 filler pic x value space.
           02 prob-4 pic x(23).

       01  prt-5.
           02 lbl-5 pic x(22).
           02 cnt-5 pic zzzzzz9.
           02 filler pic x(51) value spaces.

       01  prt-6.
           02 filler pic x(21) value "PRWTO SFALMA.........".
           02 file-6 pic x(12).
           02 filler pic x value space.
           02 seq-6 pic z(7)9.
           02 filler pic x(38) value spaces.

       01  prt-7.
           02 filler pic x(21) value "APOTELESMA...........".
           02 res-7 pic x(20).
           02 filler pic x(39) value spaces.

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
           move fl-disk-path to seg-disk. move fl-rest-path to seg-rest.
           move fctl to ctl-nam.
           move par-prt-dev to prt-device.

           compute run-date = t-yy * 10000 + t-mm * 100 + t-dd.
           compute run-ym = t-yy * 100 + t-mm.

           perform header-prt thru header-prt-2.

           move "N" to head-flag.
           move fachn to fl-nam.
           open input audchn.
           move "AUDIT" to ach-id.
           read audchn invalid continue
                not invalid move "Y" to head-flag
           end-read.
           close audchn.

           if head-flag = "N" go walk-cur.

           compute sg-ym = ach-start / 100.
           if sg-mm < 1 or sg-mm > 12 go walk-cur.

       walk-seg.
           if sg-ym not < run-ym go walk-cur.

           move sg-ym to seg-ym-x.
           move "audit.      " to seg-nam.
           move seg-ym-x (3:4) to seg-nam (7:4).
           move seg-nam to cur-file.

           open input aud-seg.
           if seg-stat = "00" add 1 to cnt-file.

       walk-seg-2.
           read aud-seg next record into ck-rec
                at end go walk-seg-3.

           perform check-one thru check-one-ex.

           go walk-seg-2.

       walk-seg-3.
           close aud-seg.

           add 1 to sg-mm.
           if sg-mm > 12
              move 1 to sg-mm
              add 1 to sg-yy.

           go walk-seg.

       walk-cur.
           move faudit to fl-nam.
           move faudit to cur-file.
           open input audit.
           add 1 to cnt-file.

       walk-cur-2.
           read audit next record into ck-rec
                at end go walk-cur-3.

           perform check-one thru check-one-ex.

           go walk-cur-2.

       walk-cur-3.
           close audit.

           perform check-head thru check-head-ex.

           perform totals-prt.

           perform ctl-update.

           goback.

       check-one.
           add 1 to cnt-rec.

           if ck-seq-x = spaces or ck-seq-x = "00000000"
              go check-one-old.

           if ck-seq not numeric or ck-chk not numeric
              move "EGGRAFH ALLOIWMENH" to prob-4
              perform prob-rec
              go check-one-ex.

           add 1 to cnt-chk.

           if chain-on = "N" go check-one-first.

           if ck-seq not > prev-seq
              move "SEIRA EKTOS TAXHS" to prob-4
              perform prob-rec
              go check-one-next.

           if ck-seq > prev-seq + 1
              compute gap-from = prev-seq + 1
              compute gap-to = ck-seq - 1
              perform prob-gap
              go check-one-next.

           go check-one-link.

       check-one-first.
           move "Y" to chain-on.
           move 0 to prev-chk.

           if ck-seq not = 1
              move 1 to gap-from
              compute gap-to = ck-seq - 1
              perform prob-gap
              go check-one-next.

       check-one-link.
           move prev-chk to ach-sum.

           perform varying ach-i from 1 by 1 until ach-i > 563
              move ck-rec (ach-i:1) to ach-char
              compute ach-sum = ach-sum * 31 + ach-byte
              compute ach-q = ach-sum / 99999989
              compute ach-sum = ach-sum - ach-q * 99999989
           end-perform.

           if ach-sum not = ck-chk
              move "SPASMENH ALYSIDA" to prob-4
              perform prob-rec.

       check-one-next.
           move ck-seq to prev-seq.
           move ck-chk to prev-chk.
           go check-one-ex.

       check-one-old.
           if chain-on = "N"
              add 1 to cnt-old
              go check-one-ex.

           move "EGGRAFH XWRIS ALYSIDA" to prob-4.
           perform prob-rec.

       check-one-ex.
           exit.

       check-head.
           if head-flag = "N"
              if chain-on = "Y"
                 move "AUDCHN" to cur-file
                 move 0 to gap-from gap-to
                 move "DEN YPARXEI KEFALH" to prob-4
                 perform prob-line
              end-if
              go check-head-ex.

           move "AUDCHN" to cur-file.

           if ach-seq > prev-seq
              compute gap-from = prev-seq + 1
              move ach-seq to gap-to
              perform prob-gap
              go check-head-ex.

           if ach-seq < prev-seq
              move prev-seq to gap-from
              move prev-seq to gap-to
              move "KEFALH PISW APO ARXEIO" to prob-4
              perform prob-line
              go check-head-ex.

           if ach-seq not = 0 and ach-chk not = prev-chk
              move ach-seq to gap-from
              move ach-seq to gap-to
              move "SPASMENH ALYSIDA" to prob-4
              perform prob-line.

       check-head-ex.
           exit.

       prob-rec.
           move cur-file to file-4.
           move spaces to seq-4.
           if ck-seq numeric
              move ck-seq to ed-seq
              move ed-seq to seq-4
              move ck-seq to gap-from
           else
              move 0 to gap-from.

           move ck-date to ck-date-x.
           move cd-dd to ed-ck-dd. move cd-mm to ed-ck-mm.
           move cd-yy to ed-ck-yy.
           move ed-ck-date to date-4.
           move ck-time to ck-time-x.
           move ct-hh to ed-ck-hh. move ct-mi to ed-ck-mi.
           move ed-ck-time to time-4.
           move ck-prog to prog-4.

           perform prob-write.

       prob-gap.
           move "LEIPOUN EGGRAFES" to prob-4.
           perform prob-line.

       prob-line.
           move cur-file to file-4.
           move gap-from to ed-from.
           move gap-to to ed-to.
           if gap-from = gap-to
              move gap-from to ed-seq
              move ed-seq to seq-4
           else
              move ed-range to seq-4.

           move spaces to date-4 time-4 prog-4.

           perform prob-write.

       prob-write.
           add 1 to cnt-bad.

           if cnt-bad = 1
              move cur-file to first-file
              move gap-from to first-seq.

           perform page-check.
           write prt-rec from prt-4.

       totals-prt.
           perform page-check.
           write prt-rec from prt-2.

           move "ARXEIA...............:" to lbl-5.
           move cnt-file to cnt-5.
           write prt-rec from prt-5.

           move "EGGRAFES.............:" to lbl-5.
           move cnt-rec to cnt-5.
           write prt-rec from prt-5.

           move "PRIN TH ALYSIDA......:" to lbl-5.
           move cnt-old to cnt-5.
           write prt-rec from prt-5.

           move "ME ALYSIDA...........:" to lbl-5.
           move cnt-chk to cnt-5.
           write prt-rec from prt-5.

           move "PROBLHMATA...........:" to lbl-5.
           move cnt-bad to cnt-5.
           write prt-rec from prt-5.

           if cnt-bad not = 0
              move first-file to file-6
              move first-seq to seq-6
              write prt-rec from prt-6
              move "ALYSIDA SPASMENH" to res-7
           else
              move "ALYSIDA AKERAIA" to res-7.

           write prt-rec from prt-7.

           write prt-rec from prt-2.
           write prt-rec from prt-11.
           close av-prt.

           perform spool-close.

       ctl-update.
           open i-o eodctl.
           move "AUDVER" to eod-id.

           read eodctl invalid
                initialize eodctl-rec
                move "AUDVER" to eod-id
           end-read.

           move run-date to eod-date.
           if cnt-bad = 0
              move "Y" to eod-step-exp
           else
              move "B" to eod-step-exp.

           move cnt-file to eod-cnt-pel.
           move cnt-bad to eod-cnt-bad.

           if cnt-old > 99999
              move 99999 to eod-cnt-ag
           else
              move cnt-old to eod-cnt-ag.

           move cnt-rec to eod-rot-cnt.

           write eodctl-rec invalid rewrite eodctl-rec end-write.
           close eodctl.

       page-check.
           if prt-line-cnt >= prt-max-lines
              write prt-rec from prt-2 after advancing page
              perform header-prt-2
           end-if.

           add 1 to prt-line-cnt.

       header-prt.
           perform spool-open.
           open extend av-prt.

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
           move "audver" to spl-job.
           move oper-code to spl-oper.
           move run-date to spl-date.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.
