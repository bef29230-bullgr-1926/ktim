       id division.
       program-id. plandue.
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

           select optional eodctl assign random file-name
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

           select pd-prt assign print pd-device.

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

       fd pd-prt label records omitted.
       01 pd-prt-rec pic x(80).

       working-storage section.
       01  file-status.
           02 pel-stat pic xx.
           02 pl-stat pic xx.
           02 pi-stat pic xx.
           02 ctl-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.

       01  files-used.
           02 fpel pic x(12) value "pel.dat".
           02 fplan pic x(12) value "plan.dat".
           02 fplinst pic x(12) value "plinst.dat".
           02 fctl pic x(12) value "eodctl.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       77  pd-device pic x(40).
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

       77  pd-today pic 9(8).
       77  pd-ser-run pic 9(7).
       77  pd-ser pic 9(7).
       77  pd-late pic 9(5).
       77  pd-owed pic s9(7)v99.
       77  pd-hit pic x.

       77  cnt-inst pic 9(5) value 0.
       77  cnt-plans pic 9(5) value 0.
       77  pd-sum pic s9(9)v99 value 0.

       01  ser-date-x.
           02 ser-yy pic 9(4). 02 ser-mm pic 99. 02 ser-dd pic 99.

       01  cum-days-tab.
           02 pic x(36) value "000031059090120151181212243273304334".
       01  redefines cum-days-tab.
           02 cum-days pic 9(3) occurs 12 times.

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.

       01  pd-1.
           02 filler pic x(2) value spaces.
           02 pd-date-1 pic x(10).
           02 filler pic x(10) value spaces.
           02 filler pic x(30) value "DOSEIS SE KATHYSTERHSH".
           02 filler pic x(9) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 pd-page-1 pic zz9.
           02 filler pic x(11) value spaces.

       01  pd-1b.
           02 filler pic x(2) value spaces.
           02 pd-etairia-1 pic x(30).
           02 filler pic x(48) value spaces.

       01  pd-2.
           02 filler pic x(80) value all "-".

       01  pd-3.
           02 filler pic x(21) value "KODIKOS".
           02 filler pic x(16) value "EPITHETO".
           02 filler pic x(7) value " PROGR".
           02 filler pic x(3) value " D".
           02 filler pic x(11) value "LHXH".
           02 filler pic x(10) value "  YPOLOIPO".
           02 filler pic x(5) value " HMER".

       01  pd-4.
           02 pd-code-4 pic x(20).
           02 filler pic x value space.
           02 pd-epi-4 pic x(15).
           02 filler pic x value space.
           02 pd-no-4 pic zzzzz9.
           02 filler pic x value space.
           02 pd-seq-4 pic z9.
           02 filler pic x value space.
           02 pd-due-4.
              03 pd-dd-4 pic 99/.
              03 pd-mm-4 pic 99/.
              03 pd-yy-4 pic 9(4).
           02 filler pic x value space.
           02 pd-owed-4 pic zzzzz9.99.
           02 filler pic x value space.
           02 pd-late-4 pic zzzz9.

       01  pd-9.
           02 filler pic x(2) value spaces.
           02 pd-lbl-9 pic x(22).
           02 pd-cnt-9 pic zzzz9.
           02 filler pic x(3) value spaces.
           02 pd-sum-9 pic zzzzzzzz9.99-.

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

           compute pd-today = t-yy * 10000 + t-mm * 100 + t-dd.
           move pd-today to ser-date-x.
           perform date-serial.
           move pd-ser to pd-ser-run.

           perform pd-header thru pd-header-2.

           move fpel to fl-nam. open input pelates.
           move fplan to fl-nam. open input plan.
           move fplinst to fl-nam. open input plinst.

       pd-run-2.
           read plan next record at end go pd-run-9.

           if pl-status not = "A" go pd-run-2.

           move pl-kodikos to kodikos.
           read pelates invalid move spaces to epitheto.

           move "N" to pd-hit.
           move pl-no to pi-no.
           move 0 to pi-seq.

           start plinst key not < pi-key
                 invalid go pd-run-2.

       pd-run-3.
           read plinst next record at end go pd-run-4.

           if pi-no not = pl-no go pd-run-4.

           if pi-due not < pd-today go pd-run-4.
           if pi-paid not < pi-poso go pd-run-3.

           compute pd-owed = pi-poso - pi-paid.

           move pi-due to ser-date-x.
           perform date-serial.
           compute pd-late = pd-ser-run - pd-ser.

           move pl-kodikos to pd-code-4.
           move epitheto to pd-epi-4.
           move pl-no to pd-no-4.
           move pi-seq to pd-seq-4.
           move ser-dd to pd-dd-4.
           move ser-mm to pd-mm-4.
           move ser-yy to pd-yy-4.
           move pd-owed to pd-owed-4.
           move pd-late to pd-late-4.

           perform pd-page-check.
           write pd-prt-rec from pd-4.

           add 1 to cnt-inst.
           add pd-owed to pd-sum.
           move "Y" to pd-hit.

           go pd-run-3.

       pd-run-4.
           if pd-hit = "Y" add 1 to cnt-plans.

           go pd-run-2.

       pd-run-9.
           close pelates plan plinst.

           perform pd-page-check.
           write pd-prt-rec from pd-2.

           move "DOSEIS SE KATHYST.  :" to pd-lbl-9.
           move cnt-inst to pd-cnt-9.
           move pd-sum to pd-sum-9.
           perform pd-page-check.
           write pd-prt-rec from pd-9.

           move "PROGRAMMATA         :" to pd-lbl-9.
           move cnt-plans to pd-cnt-9.
           move 0 to pd-sum-9.
           perform pd-page-check.
           write pd-prt-rec from pd-9.

           close pd-prt.
           perform spool-close.

           perform ctl-update.

           goback.

       date-serial.
           compute pd-ser = ser-yy * 365 + ser-yy / 4
                          + cum-days (ser-mm) + ser-dd.

       ctl-update.
           move fctl to fl-nam.
           open i-o eodctl.
           move "PLANDUE" to eod-id.

           read eodctl invalid
                initialize eodctl-rec
                move "PLANDUE" to eod-id
           end-read.

           move pd-today to eod-date.
           move "Y" to eod-step-exp.
           move cnt-inst to eod-cnt-pel.
           move cnt-plans to eod-cnt-ag.

           write eodctl-rec invalid rewrite eodctl-rec end-write.
           close eodctl.

       pd-page-check.
           if prt-line-cnt >= prt-max-lines
              write pd-prt-rec from pd-2 after advancing page
              perform pd-header-2
           end-if.

           add 1 to prt-line-cnt.

       pd-header.
           perform spool-open.
           open extend pd-prt.
           move 0 to prt-page-no.

       pd-header-2.
           add 1 to prt-page-no.
           move prt-page-no to pd-page-1.
           move 0 to prt-line-cnt.
           move ed-date to pd-date-1.
           write pd-prt-rec from pd-1.
           move etairia to pd-etairia-1.
           write pd-prt-rec from pd-1b.
           write pd-prt-rec from pd-2.
           write pd-prt-rec from pd-3.
           write pd-prt-rec from pd-2.

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
           move spf-name to pd-device.

       spool-close.
           move fspl to fl-nam.
           open i-o splctl.

           move spool-no to spl-no.
           move "plandue" to spl-job.
           move oper-code to spl-oper.
           move pd-today to spl-date.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.
