       id division.
       program-id. tktage.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional ticket assign random file-name
           organization indexed
           access dynamic
           record key tk-no
           alternate record key tk-kodikos with duplicates
           alternate record key tk-oper-key with duplicates
           status tk-stat.

           select optional params assign random file-name
           organization indexed
           access dynamic
           record key pm-id
           status param-stat.

           select optional const assign random file-name
           organization indexed
           access dynamic
           record key const-code
           status const-stat.

           select optional opers assign random file-name
           organization indexed
           access dynamic
           record key opr-id
           status oper-stat.

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

           select ta-prt assign print ta-device.

       data division.
       file section.
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

       fd const.
       01 const-rec.
          02 const-code.
             03 cat-code pic 99.
             03 type-code pic 999.
          02 type-descr pic x(15).

       fd opers.
       01 opers-rec.
          02 opr-id pic x(10).
          02 opr-name pic x(25).
          02 opr-pass pic x(8).
          02 opr-level pic 9.
          02 opr-fails pic 9.
          02 opr-lock pic x.
          02 opr-pdate pic 9(8).

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

       fd ta-prt label records omitted.
       01 ta-prt-rec pic x(80).

       working-storage section.
       01  file-status.
           02 tk-stat pic xx.
           02 param-stat pic xx.
           02 const-stat pic xx.
           02 oper-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.

       01  files-used.
           02 ftkt pic x(12) value "ticket.dat".
           02 fparam pic x(12) value "param.dat".
           02 fconst pic x(12) value "const.dat".
           02 foper pic x(12) value "oper.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       77  ta-device pic x(40).
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

       77  tkt-cat pic 99 value 96.
       77  ta-today pic 9(8).
       77  ta-ser-run pic 9(7).
       77  ta-ser pic 9(7).
       77  ta-age pic 9(5).
       77  ta-b pic 9.
       77  ta-i pic 9.
       77  ta-first pic x value "Y".
       01  ta-oper pic x(10).
       77  ta-type pic 999.

       01  ta-type-tot.
           02 ta-t-b pic 9(5) occurs 6 times.
           02 ta-t-max pic 9(5).
       01  ta-oper-tot.
           02 ta-o-b pic 9(5) occurs 6 times.
           02 ta-o-max pic 9(5).
       01  ta-all-tot.
           02 ta-g-b pic 9(5) occurs 6 times.
           02 ta-g-max pic 9(5).

       01  ser-date-x.
           02 ser-yy pic 9(4). 02 ser-mm pic 99. 02 ser-dd pic 99.

       01  cum-days-tab.
           02 pic x(36) value "000031059090120151181212243273304334".
       01  redefines cum-days-tab.
           02 cum-days pic 9(3) occurs 12 times.

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.

       01  ta-1.
           02 filler pic x(2) value spaces.
           02 ta-date-1 pic x(10).
           02 filler pic x(10) value spaces.
           02 filler pic x(30) value "GHRANSH ANOIXTWN AITHMATWN".
           02 filler pic x(9) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 ta-page-1 pic zz9.
           02 filler pic x(11) value spaces.

       01  ta-1b.
           02 filler pic x(2) value spaces.
           02 ta-etairia-1 pic x(30).
           02 filler pic x(48) value spaces.

       01  ta-2.
           02 filler pic x(80) value all "-".

       01  ta-3.
           02 filler pic x(9) value "    TYPOS".
           02 filler pic x(21) value "  PERIGRAFH".
           02 filler pic x(6) value "   0-7".
           02 filler pic x(6) value "  8-30".
           02 filler pic x(6) value " 31-60".
           02 filler pic x(6) value " 61-90".
           02 filler pic x(6) value "   >90".
           02 filler pic x(7) value " SYNOLO".
           02 filler pic x(6) value "  MEG.".

       01  ta-4.
           02 ta-left-4.
              03 filler pic x(6) value spaces.
              03 ta-type-4 pic 999.
              03 filler pic x(2) value spaces.
              03 ta-descr-4 pic x(15).
              03 filler pic x(4) value spaces.
           02 ta-bk-4 occurs 5 times.
              03 filler pic x.
              03 ta-b-4 pic zzzz9.
           02 filler pic x.
           02 ta-tot-4 pic zzzzz9.
           02 filler pic x.
           02 ta-max-4 pic zzzz9.

       01  ta-5.
           02 filler pic x(11) value "XEIRISTHS: ".
           02 ta-oper-5 pic x(10).
           02 filler pic x value space.
           02 ta-name-5 pic x(25).

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

           move fparam to fl-nam.
           open input params.
           move "PARAMS" to pm-id.
           read params invalid continue
                not invalid
                if pm-tkt-cat numeric and pm-tkt-cat not = 0
                   move pm-tkt-cat to tkt-cat
                end-if
           end-read.
           close params.

           compute ta-today = t-yy * 10000 + t-mm * 100 + t-dd.
           move ta-today to ser-date-x.
           perform date-serial.
           move ta-ser to ta-ser-run.

           initialize ta-type-tot ta-oper-tot ta-all-tot.

           perform ta-header thru ta-header-2.

           move ftkt to fl-nam. open input ticket.
           move fconst to fl-nam. open input const.
           move foper to fl-nam. open input opers.

           move low-values to tk-oper-key.

           start ticket key not < tk-oper-key
                 invalid go ta-run-8.

       ta-run-2.
           read ticket next record at end go ta-run-8.

           if tk-status = "K" go ta-run-2.

           if ta-first = "Y"
              move "N" to ta-first
              move tk-oper to ta-oper
              move tk-type to ta-type
              perform ta-oper-head.

           if tk-oper not = ta-oper
              perform ta-type-break
              perform ta-oper-break
              move tk-oper to ta-oper
              move tk-type to ta-type
              perform ta-oper-head.

           if tk-type not = ta-type
              perform ta-type-break
              move tk-type to ta-type.

           move tk-open to ser-date-x.
           perform date-serial.

           move 0 to ta-age.
           if ta-ser-run > ta-ser compute ta-age = ta-ser-run - ta-ser.

           move 5 to ta-b.
           if ta-age not > 90 move 4 to ta-b.
           if ta-age not > 60 move 3 to ta-b.
           if ta-age not > 30 move 2 to ta-b.
           if ta-age not > 7 move 1 to ta-b.

           add 1 to ta-t-b (ta-b).
           add 1 to ta-t-b (6).
           if ta-age > ta-t-max move ta-age to ta-t-max.

           go ta-run-2.

       ta-run-8.
           if ta-first = "N"
              perform ta-type-break
              perform ta-oper-break.

           move spaces to ta-left-4.
           move "GENIKO SYNOLO" to ta-left-4.
           perform ta-edit-g varying ta-i from 1 by 1 until ta-i > 5.
           move ta-g-b (6) to ta-tot-4.
           move ta-g-max to ta-max-4.
           perform ta-page-check.
           write ta-prt-rec from ta-4.

       ta-run-9.
           close ticket const opers.

           close ta-prt.
           perform spool-close.

           goback.

       ta-oper-head.
           move tk-oper to opr-id.
           read opers invalid move spaces to opr-name.

           move tk-oper to ta-oper-5.
           move opr-name to ta-name-5.

           perform ta-page-check.
           write ta-prt-rec from ta-5.

       ta-type-break.
           move spaces to ta-left-4.

           move tkt-cat to cat-code.
           move ta-type to type-code.
           read const invalid move spaces to type-descr.

           move ta-type to ta-type-4.
           move type-descr to ta-descr-4.
           perform ta-edit-t varying ta-i from 1 by 1 until ta-i > 5.
           move ta-t-b (6) to ta-tot-4.
           move ta-t-max to ta-max-4.
           perform ta-page-check.
           write ta-prt-rec from ta-4.

           perform ta-roll-t varying ta-i from 1 by 1 until ta-i > 6.
           if ta-t-max > ta-o-max move ta-t-max to ta-o-max.

           initialize ta-type-tot.

       ta-oper-break.
           move spaces to ta-left-4.
           move "   SYNOLO XEIRISTH" to ta-left-4.
           perform ta-edit-o varying ta-i from 1 by 1 until ta-i > 5.
           move ta-o-b (6) to ta-tot-4.
           move ta-o-max to ta-max-4.
           perform ta-page-check.
           write ta-prt-rec from ta-4.
           perform ta-page-check.
           write ta-prt-rec from ta-2.

           perform ta-roll-o varying ta-i from 1 by 1 until ta-i > 6.
           if ta-o-max > ta-g-max move ta-o-max to ta-g-max.

           initialize ta-oper-tot.

       ta-edit-t.
           move ta-t-b (ta-i) to ta-b-4 (ta-i).

       ta-edit-o.
           move ta-o-b (ta-i) to ta-b-4 (ta-i).

       ta-edit-g.
           move ta-g-b (ta-i) to ta-b-4 (ta-i).

       ta-roll-t.
           add ta-t-b (ta-i) to ta-o-b (ta-i).

       ta-roll-o.
           add ta-o-b (ta-i) to ta-g-b (ta-i).

       date-serial.
           compute ta-ser = ser-yy * 365 + ser-yy / 4
                          + cum-days (ser-mm) + ser-dd.

       ta-page-check.
           if prt-line-cnt >= prt-max-lines
              write ta-prt-rec from ta-2 after advancing page
              perform ta-header-2
           end-if.

           add 1 to prt-line-cnt.

       ta-header.
           perform spool-open.
           open extend ta-prt.
           move 0 to prt-page-no.

       ta-header-2.
           add 1 to prt-page-no.
           move prt-page-no to ta-page-1.
           move 0 to prt-line-cnt.
           move ed-date to ta-date-1.
           write ta-prt-rec from ta-1.
           move etairia to ta-etairia-1.
           write ta-prt-rec from ta-1b.
           write ta-prt-rec from ta-2.
           write ta-prt-rec from ta-3.
           write ta-prt-rec from ta-2.

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
           move spf-name to ta-device.

       spool-close.
           move fspl to fl-nam.
           open i-o splctl.

           move spool-no to spl-no.
           move "tktage" to spl-job.
           move oper-code to spl-oper.
           move ta-today to spl-date.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.
