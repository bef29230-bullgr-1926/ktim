       id division.
       program-id. conexp.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional contract assign random file-name
           organization indexed
           access dynamic

           record key con-no
           alternate record key con-kodikos with duplicates
           alternate record key con-end with duplicates
           status con-stat.

           select optional pelates assign random file-name
           organization indexed
           access dynamic

           record key kodikos
           status pel-stat.

           select optional camp assign random file-name
           organization indexed
           access dynamic

           record key cmp-no
           status cmp-stat.

           select optional camptgt assign random tgt-name
           organization indexed
           access dynamic

           record key tgt-key
           status tgt-stat.

           select optional params assign random file-name
           organization indexed
           access dynamic
           record key pm-id
           status param-stat.

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

           select optional consent assign random file-name
           organization indexed
           access dynamic
           record key cns-key
           status cns-stat.

           select ce-prt assign print ce-device.

       data division.
       file section.
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

       fd camp.
       01 camp-rec.
          02 cmp-no pic 9(3).
          02 cmp-name pic x(30).
          02 cmp-poli pic x(15).
          02 cmp-tk1 pic x(5).
          02 cmp-tk2 pic x(5).
          02 cmp-eorth-mm pic 99.
          02 cmp-epag pic x(20).
          02 cmp-out-cat pic 99.
          02 cmp-date pic 9(8).
          02 cmp-status pic x.
          02 cmp-chan pic 9.
          02 cmp-band pic x(5).
          02 cmp-best pic x.

       fd camptgt.
       01 camptgt-rec.
          02 tgt-key.
             03 tgt-cmp pic 9(3).
             03 tgt-file pic x.
             03 tgt-kodikos pic x(20).
          02 tgt-done pic x.
          02 tgt-out pic x(15).

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

       fd ce-prt label records omitted.
       01 ce-prt-rec pic x(80).

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

       77 synexeia pic x.
          88 syn-n values "N" "n".
          88 syn-o values "O" "o".

       01  str-var.
           02 bc-line pic x(80) value all "#".
           02 inv-line pic x(80) value all spaces.
           02 half-line pic x(80) value all "-".

       01  num-var.
           02 flag pic 9.
           02 flag2 pic x.
           02 x pic 9999.

       01  file-status.
           02 con-stat pic xx.
           02 pel-stat pic xx.
           02 cmp-stat pic xx.
           02 tgt-stat pic xx.
           02 param-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 cns-stat pic xx.

       01  files-used.
           02 fcon pic x(12) value "contract.dat".
           02 fpel pic x(12) value "pel.dat".
           02 fcamp pic x(12) value "camp.dat".
           02 ftgt pic x(12) value "camptgt.dat".
           02 fparam pic x(12) value "param.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 fcns pic x(12) value "consent.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  tgt-name pic x(29).
       01  tgt-fn redefines tgt-name.
           03 tgt-disk pic xx.
           03 tgt-rest pic x(15).
           03 tgt-nam pic x(12).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).

       77  ce-device pic x(40).
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

       77  ce-days pic 9(3).
       77  ce-add pic 9(3).
       77  ce-today pic 9(8).
       77  ce-limit pic 9(8).
       77  ce-cmp pic 9(3).
       77  ce-chan pic 9.
       77  ce-q pic 9(4).
       77  ce-r pic 9.
       01  ce-before pic x(250).

       77  cnt-con pic 9(5) value 0.
       77  cnt-done pic 9(5) value 0.
       77  cnt-skip pic 9(5) value 0.
       77  cnt-excl pic 9(5) value 0.
       77  sum-value pic 9(9)v99 value 0.
       01  cnt-con-ed pic zzzz9.
       01  cnt-done-ed pic zzzz9.
       01  cnt-skip-ed pic zzzz9.
       01  cnt-excl-ed pic zzzz9.

       01  ser-date-x.
           02 ser-yy pic 9(4). 02 ser-mm pic 99. 02 ser-dd pic 99.

       01  dim-tab.
           02 pic x(24) value "312831303130313130313031".
       01  redefines dim-tab.
           02 dim pic 99 occurs 12 times.

       01  ce-date-ed.
           02 ce-ed-dd pic 99/. 02 ce-ed-mm pic 99/.
           02 ce-ed-yy pic 9(4).

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.

       01  ce-1.
           02 filler pic x(2) value spaces.
           02 ce-date-1 pic x(10).
           02 filler pic x(10) value spaces.
           02 filler pic x(24) value "LHXEIS SYMBOLAIWN".
           02 filler pic x(15) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 ce-page-1 pic zz9.
           02 filler pic x(11) value spaces.

       01  ce-1b.
           02 filler pic x(2) value spaces.
           02 ce-etairia-1 pic x(30).
           02 filler pic x(10) value spaces.
           02 filler pic x(8) value "EWS    ".
           02 ce-limit-1 pic x(10).
           02 filler pic x(20) value spaces.

       01  ce-2.
           02 filler pic x(80) value all "-".

       01  ce-3.
           02 filler pic x(7) value "SYMB.".
           02 filler pic x(21) value "KODIKOS".
           02 filler pic x(23) value "EPITHETO".
           02 filler pic x(5) value "TYP".
           02 filler pic x(11) value "LHXH".
           02 filler pic x(10) value "      AXIA".
           02 filler pic x(2) value " E".

       01  ce-5.
           02 ce-no-5 pic z(5)9.
           02 filler pic x(1) value space.
           02 ce-code-5 pic x(20).
           02 filler pic x(1) value space.
           02 ce-epi-5 pic x(22).
           02 filler pic x(1) value space.
           02 ce-type-5 pic 999.
           02 filler pic x(2) value spaces.
           02 ce-lhxh-5 pic x(10).
           02 filler pic x(1) value space.
           02 ce-value-5 pic z(6)9.99.
           02 filler pic x(1) value space.
           02 ce-ltr-5 pic x.

       01  ce-9.
           02 filler pic x(11) value "SYMBOLAIA: ".
           02 ce-cnt-9 pic zzzz9.
           02 filler pic x(16) value "   SYNOLO AXIAS:".
           02 ce-sum-9 pic zzzzzzzz9.99.

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
           move fl-disk-path to tgt-disk. move fl-rest-path to tgt-rest.
           move ftgt to tgt-nam.

           move fparam to fl-nam.
           open input params.
           move "PARAMS" to pm-id.
           read params invalid initialize params-rec end-read.
           close params.

           if pm-con-days not numeric or pm-con-days = 0
              move 30 to pm-con-days.

           move pm-con-days to ce-days.

           compute ce-today = t-yy * 10000 + t-mm * 100 + t-dd.

           perform days-box.

       ce-a1.
           accept ce-days line 8 position 40 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go telos
              when other go ce-a1
           end-evaluate.

           if ce-days = 0 go ce-a1.

           perform clean-box.

           perform date-add thru date-add-ex.

           move 0 to cnt-con sum-value.

           move fcon to fl-nam. open input contract.
           move fpel to fl-nam. open input pelates.

           perform ce-header thru ce-header-2.

           move ce-today to con-end.

           start contract key not < con-end
                 invalid go ce-run-4.

       ce-run-2.
           read contract next record at end go ce-run-4.

           if con-end > ce-limit go ce-run-4.

           if con-status not = "E" go ce-run-2.

           move con-kodikos to kodikos.
           read pelates invalid move spaces to epitheto.

           move con-end to ser-date-x.
           perform date-edit.

           perform ce-page-check.
           move con-no to ce-no-5.
           move con-kodikos to ce-code-5.
           move epitheto to ce-epi-5.
           move con-type to ce-type-5.
           move ce-date-ed to ce-lhxh-5.
           move con-value to ce-value-5.
           move con-ltr to ce-ltr-5.
           write ce-prt-rec from ce-5.

           add 1 to cnt-con.
           add con-value to sum-value.

           go ce-run-2.

       ce-run-4.
           perform ce-page-check.
           write ce-prt-rec from ce-2.
           move cnt-con to ce-cnt-9.
           move sum-value to ce-sum-9.
           perform ce-page-check.
           write ce-prt-rec from ce-9.

           close contract pelates ce-prt.

           perform spool-close.

           if cnt-con = 0
              move "KANENA SYMBOLAIO    " to inval-mess
              perform invalid-message
              go telos.

       act-menu.
           perform act-box.

       act-a1.
           accept flag2 line 24 position 80 control acpt-col
           on exception chr-ch
           evaluate chr-ch
              when 27 go telos
              when other go act-a1
           end-evaluate.

           evaluate flag2
              when "1" go camp-menu
              when "2" go ltr-mark
              when other go act-a1
           end-evaluate.

       camp-menu.
           move 0 to ce-cmp.
           perform camp-box.

       camp-a1.
           accept ce-cmp line 15 position 45 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go act-menu
              when other go camp-a1
           end-evaluate.

           if ce-cmp = 0 go camp-a1.

           move fcamp to fl-nam.
           open i-o camp.

           move ce-cmp to cmp-no.

           read camp invalid
                initialize camp-rec
                move ce-cmp to cmp-no
                move "ANANEWSEIS SYMBOLAIWN" to cmp-name
                move ce-today to cmp-date
                move "O" to cmp-status
                move 2 to cmp-chan
                write camp-rec invalid continue end-write
           end-read.

           move cmp-chan to ce-chan.
           if ce-chan < 1 or ce-chan > 4 move 2 to ce-chan.

           close camp.

           move 0 to cnt-done cnt-skip cnt-excl.

           open i-o camptgt.
           move fcns to fl-nam. open input consent.
           move fcon to fl-nam. open input contract.

           move ce-today to con-end.

           start contract key not < con-end
                 invalid go camp-run-4.

       camp-run-2.
           read contract next record at end go camp-run-4.

           if con-end > ce-limit go camp-run-4.

           if con-status not = "E" go camp-run-2.

           move "P" to cns-file.
           move con-kodikos to cns-kodikos.
           move ce-chan to cns-chan.
           read consent invalid move space to cns-given.

           if cns-given not = "Y"
              add 1 to cnt-excl
              go camp-run-2.

           move ce-cmp to tgt-cmp.
           move "P" to tgt-file.
           move con-kodikos to tgt-kodikos.
           move "N" to tgt-done.
           move spaces to tgt-out.

           write camptgt-rec invalid add 1 to cnt-skip
                 not invalid add 1 to cnt-done
           end-write.

           go camp-run-2.

       camp-run-4.
           close contract camptgt consent.

           perform done-box.
           go telos.

       ltr-mark.
           move 0 to cnt-done cnt-skip cnt-excl.

           move fcon to fl-nam. open i-o contract.

           move ce-today to con-end.

           start contract key not < con-end
                 invalid go ltr-mark-4.

       ltr-mark-2.
           read contract next record at end go ltr-mark-4.

           if con-end > ce-limit go ltr-mark-4.

           if con-status not = "E" go ltr-mark-2.

           if con-ltr not = space
              add 1 to cnt-skip
              go ltr-mark-2.

           move contract-rec to ce-before.
           move "P" to con-ltr.

           rewrite contract-rec invalid go ltr-mark-2 end-rewrite.

           add 1 to cnt-done.

           perform con-audit.

           go ltr-mark-2.

       ltr-mark-4.
           close contract.

           perform done-box.
           go telos.

       con-audit.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "U" to aud-op.
           move "contract" to aud-prog.
           move con-kodikos to aud-key.
           move oper-code to aud-operator.
           move ce-before to aud-before.
           move contract-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       date-add.
           move ce-today to ser-date-x.
           move ce-days to ce-add.

       date-add-2.
           if ce-add = 0 go date-add-3.

           divide ser-yy by 4 giving ce-q remainder ce-r.
           if ce-r = 0 move 29 to dim(2)
           else move 28 to dim(2).

           add 1 to ser-dd.
           subtract 1 from ce-add.

           if ser-dd > dim (ser-mm)
              move 1 to ser-dd
              add 1 to ser-mm
              if ser-mm > 12
                 move 1 to ser-mm
                 add 1 to ser-yy
              end-if
           end-if.

           go date-add-2.

       date-add-3.
           move ser-date-x to ce-limit.

       date-add-ex.
           exit.

       date-edit.
           move ser-dd to ce-ed-dd. move ser-mm to ce-ed-mm.
           move ser-yy to ce-ed-yy.

       ce-page-check.
           if prt-line-cnt >= prt-max-lines
              write ce-prt-rec from ce-2 after advancing page
              perform ce-header-2
           end-if.

           add 1 to prt-line-cnt.

       ce-header.
           perform spool-open.
           open extend ce-prt.
           move 0 to prt-page-no.

       ce-header-2.
           add 1 to prt-page-no.
           move prt-page-no to ce-page-1.
           move 0 to prt-line-cnt.
           move ed-date to ce-date-1.
           write ce-prt-rec from ce-1.
           move etairia to ce-etairia-1.
           move ce-limit to ser-date-x.
           perform date-edit.
           move ce-date-ed to ce-limit-1.
           write ce-prt-rec from ce-1b.
           write ce-prt-rec from ce-2.
           write ce-prt-rec from ce-3.
           write ce-prt-rec from ce-2.

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
           move spf-name to ce-device.

       spool-close.
           move fspl to fl-nam.
           open i-o splctl.

           move spool-no to spl-no.
           move "conexp" to spl-job.
           move oper-code to spl-oper.
           move ce-today to spl-date.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.

       days-box.
           move c-name(6) to bc. move c-name(8) to fc.
           display "########### LHXEIS SYMBOLAIWN ##########"
                   line 7 position 15 control col-cnt
                   "# HMERES..............:                #"
                   line 8 position 15
                   "#                                      #"
                   line 9 position 15
                   "#  ESC                                 #"
                   line 10 position 15
                   "########################################"
                   line 11 position 15

                   bc-line line 12 position 17 size 40
                           control nor-cnt.

           perform varying x from 8 by 1 until x > 11
           display bc-line line x position 55 size 2 control nor-cnt
           end-perform.

           move c-name(3) to bc. move c-name(8) to fc.
           display " EXODOS " line 10 position 21 control col-cnt.

           move c-name(6) to bc. move c-name(7) to fc.
           display ce-days line 8 position 40 control col-cnt.

       act-box.
           move c-name(6) to bc. move c-name(8) to fc.
           display "########### LHXEIS SYMBOLAIWN ##########"
                   line 12 position 15 control col-cnt
                   "# SYMBOLAIA...........:                #"
                   line 13 position 15
                   "# 1.KAMPANIA   2.EPISTOLES             #"
                   line 14 position 15
                   "#                                      #"
                   line 15 position 15
                   "#  ESC                                 #"
                   line 16 position 15
                   "########################################"
                   line 17 position 15

                   bc-line line 18 position 17 size 40
                           control nor-cnt.

           perform varying x from 13 by 1 until x > 17
           display bc-line line x position 55 size 2 control nor-cnt
           end-perform.

           move c-name(3) to bc. move c-name(8) to fc.
           display " EXODOS " line 16 position 21 control col-cnt.

           move cnt-con to cnt-con-ed.
           move c-name(6) to bc. move c-name(7) to fc.
           display cnt-con-ed line 13 position 40 control col-cnt.

       camp-box.
           move c-name(6) to bc. move c-name(8) to fc.
           display "KAMPANIA No..........:" line 15 position 17
                   control col-cnt.

       done-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "#                            #" line 13 position 24
                   "#                            #" line 14 position 24
                   "##############################" line 15 position 24

                   bc-line line 16 position 26 size 30 control nor-cnt.

           perform varying x from 11 by 1 until x > 15
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           move cnt-done to cnt-done-ed.
           move cnt-skip to cnt-skip-ed.
           move cnt-excl to cnt-excl-ed.

           display "EGGRAFES....:" line 11 position 27
                                control col-cnt
                   cnt-done-ed line 11 position 41
                   "PARALEIPSEIS:" line 12 position 27
                   cnt-skip-ed line 12 position 41
                   "EXAIRESEIS..:" line 13 position 27
                   cnt-excl-ed line 13 position 41
                   "press a key" line 14 position 33.

           accept flag line 24 position 80 control acpt-col.

       invalid-message.
           move c-name(2) to bc. move c-name(3) to fc.
           display inval-mess line 22 position 15 control col-cnt.
           accept flag line 24 position 80 no beep control acpt-col.
           move c-name(4) to bc. move c-name(2) to fc.
           display bc-line line 22 position 15 size 20 control col-cnt.

       clean-box.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 3 by 1 until x > 22
           display bc-line line x position 5 size 71
                           control col-cnt
           end-perform.

       telos.
           perform clean-box.
           goback.

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
