          02 aud-operator pic x(10).
          02 aud-before pic x(250).
          02 aud-after pic x(250).
          02 aud-seq pic 9(8).
          02 aud-chk pic 9(8).

       fd aud-seg label records omitted.
       01 aud-seg-rec pic x(571).

       fd aud-tmp label records omitted.
       01 aud-tmp-rec pic x(571).

       fd eodctl.
       01 eodctl-rec.
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

       fd bkcat.
       01 bkcat-rec.
       77  rot-row pic 9(7) value 0.
       77  rot-resume pic x value "N".

       77  chg-eod-w pic x value "O".
       77  chg-step-w pic x value space.
       77  chg-cnt pic 9(5) value 0.
       77  chg-bad pic 9(5) value 0.
       77  save-prog pic x(12).
       77  aud-step-w pic x value space.
       77  aud-files pic 9(5) value 0.
       77  aud-bad pic 9(5) value 0.
       77  pln-step-w pic x value space.
       77  pln-cnt pic 9(5) value 0.
       77  pln-plans pic 9(5) value 0.
       77  qry-step-w pic x value space.
       77  qry-cnt pic 9(5) value 0.
       77  qry-rows pic 9(5) value 0.
       01  eod-save pic x(52).

       01  miss-desc pic x(40).
       77  miss-ptr pic 9(4).
       77  flag2-hold pic x.
              move "Y" to eod-step-bk
              perform put-control.

           perform step-chg thru step-chg-ex.

           if eod-step-bal = "N"
              perform step-bal
              move "Y" to eod-step-bal
              perform put-control.

           perform step-plan.

           perform step-qry.

           perform step-aud.

           perform closing-report.

           perform done-box.
           move "audit.      " to seg-nam.
           move seg-ym-x (3:4) to seg-nam (7:4).

       step-chg.
           move "O" to chg-eod-w.

           open input params.
           move "PARAMS" to pm-id.
           read params invalid continue
                not invalid move pm-chg-eod to chg-eod-w
           end-read.
           close params.

           if chg-eod-w not = "N" go step-chg-ex.

           move eodctl-rec to eod-save.

           open i-o eodctl.
           move "CHARGES" to eod-id.

           read eodctl invalid
                initialize eodctl-rec
                move "CHARGES" to eod-id
           end-read.

           if eod-date = run-date and eod-step-exp = "Y"
              move eod-step-exp to chg-step-w
              move eod-cnt-pel to chg-cnt
              move eod-cnt-bad to chg-bad
              close eodctl
              move eod-save to eodctl-rec
              go step-chg-ex.

           if eod-date not = run-date
              move 0 to eod-cnt-pel eod-cnt-bad.

           move run-date to eod-date.
           move "N" to eod-step-exp.
           write eodctl-rec invalid rewrite eodctl-rec end-write.
           close eodctl.

           move prog to save-prog.
           move "chggen" to prog.
           call pr-path using linkages.
           cancel pr-path.
           move save-prog to prog.

           open i-o eodctl.
           move "CHARGES" to eod-id.
           read eodctl invalid continue end-read.
           move "Y" to eod-step-exp.
           move eod-step-exp to chg-step-w.
           move eod-cnt-pel to chg-cnt.
           move eod-cnt-bad to chg-bad.
           rewrite eodctl-rec invalid continue end-rewrite.
           close eodctl.

           move eod-save to eodctl-rec.

       step-chg-ex.
           exit.

       step-aud.
           move eodctl-rec to eod-save.

           move prog to save-prog.
           move "audver" to prog.
           call pr-path using linkages.
           cancel pr-path.
           move save-prog to prog.

           open input eodctl.
           move "AUDVER" to eod-id.
           read eodctl invalid continue
                not invalid move eod-step-exp to aud-step-w
                            move eod-cnt-pel to aud-files
                            move eod-cnt-bad to aud-bad
           end-read.
           close eodctl.

           move eod-save to eodctl-rec.

       step-plan.
           move eodctl-rec to eod-save.

           move prog to save-prog.
           move "plandue" to prog.
           call pr-path using linkages.
           cancel pr-path.
           move save-prog to prog.

           open input eodctl.
           move "PLANDUE" to eod-id.
           read eodctl invalid continue
                not invalid move eod-step-exp to pln-step-w
                            move eod-cnt-pel to pln-cnt
                            move eod-cnt-ag to pln-plans
           end-read.
           close eodctl.

           move eod-save to eodctl-rec.

       step-qry.
           move eodctl-rec to eod-save.

           move prog to save-prog.
           move "qryrun" to prog.
           call pr-path using linkages.
           cancel pr-path.
           move save-prog to prog.

           open input eodctl.
           move "QRYRUN" to eod-id.
           read eodctl invalid continue
                not invalid move eod-step-exp to qry-step-w
                            move eod-cnt-pel to qry-cnt
                            move eod-cnt-ag to qry-rows
           end-read.
           close eodctl.

           move eod-save to eodctl-rec.

       step-bal.
           move 0 to wk-cnt.

           move eod-cnt-bal to cnt-5.
           write prt-rec from prt-5.

           if chg-step-w not = space
              move "CHARGES" to step-5
              move chg-step-w to stat-5
              move "CHARGES POSTED     :" to lbl-5
              move chg-cnt to cnt-5
              write prt-rec from prt-5
              move spaces to step-5 stat-5
              move "CHARGES HELD       :" to lbl-5
              move chg-bad to cnt-5
              write prt-rec from prt-5.

           move "PLAN DUE" to step-5.
           move pln-step-w to stat-5.
           move "OVERDUE INSTALMENTS:" to lbl-5.
           move pln-cnt to cnt-5.
           write prt-rec from prt-5.
           move spaces to step-5 stat-5.
           move "PLANS IN ARREARS   :" to lbl-5.
           move pln-plans to cnt-5.
           write prt-rec from prt-5.

           move "QUERIES" to step-5.
           move qry-step-w to stat-5.
           move "QUERIES RUN        :" to lbl-5.
           move qry-cnt to cnt-5.
           write prt-rec from prt-5.
           move spaces to step-5 stat-5.
           move "ROWS LISTED        :" to lbl-5.
           move qry-rows to cnt-5.
           write prt-rec from prt-5.

           move "AUDIT ROT" to step-5.
           move spaces to stat-5.
           move "ENTRIES MOVED      :" to lbl-5.
           move rot-cnt to cnt-5.
           write prt-rec from prt-5.

           move "AUDIT CHAIN" to step-5.
           move aud-step-w to stat-5.
           move "FILES CHECKED      :" to lbl-5.
           move aud-files to cnt-5.
           write prt-rec from prt-5.
           move spaces to step-5 stat-5.
           move "BREAKS FOUND       :" to lbl-5.
           move aud-bad to cnt-5.
           write prt-rec from prt-5.

           write prt-rec from prt-2.
           write prt-rec from prt-11.
           close eod-prt.
