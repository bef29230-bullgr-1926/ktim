       id division.
       program-id. budrep.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional kinhseis assign random file-name
           organization indexed
           access dynamic
           record key kin-key
           status kin-stat.

           select optional budget assign random file-name
           organization indexed
           access dynamic
           record key bud-key
           status bud-stat.

           select optional clstot assign random file-name
           organization indexed
           access dynamic
           record key ct-key
           status ct-stat.

           select optional const assign random file-name
           organization indexed
           access dynamic
           record key const-code
           status const-stat.

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

           select br-prt assign print br-device.

       data division.
       file section.
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

       fd budget.
       01 budget-rec.
          02 bud-key.
             03 bud-yy pic 9(4).
             03 bud-mm pic 99.
             03 bud-type pic x(15).
          02 bud-poso pic s9(9)v99.
          02 bud-date pic 9(8).
          02 bud-oper pic x(10).

       fd clstot.
       01 clstot-rec.
          02 ct-key.
             03 ct-ym pic 9(6).
             03 ct-type pic x(15).
          02 ct-poso pic s9(9)v99.
          02 ct-cnt pic 9(5).
          02 ct-close pic 9(8).

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

       fd br-prt label records omitted.
       01 br-prt-rec pic x(80).

       working-storage section.
       77 chr-ch pic 9(3) comp-5.

       77 synexeia pic x.
          88 syn-n values "N" "n".
          88 syn-o values "O" "o".

       01  str-var.
           02 bc-line pic x(80) value all "#".

       01  num-var.
           02 flag pic 9.
           02 flag2 pic x.
           02 x pic 9999.

       01  file-status.
           02 kin-stat pic xx.
           02 bud-stat pic xx.
           02 ct-stat pic xx.
           02 const-stat pic xx.
           02 ctl-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.

       01  files-used.
           02 fkin pic x(12) value "kin.dat".
           02 fbudget pic x(12) value "budget.dat".
           02 fclt pic x(12) value "clstot.dat".
           02 fconst pic x(12) value "const.dat".
           02 fctl pic x(12) value "eodctl.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       77  br-device pic x(40).
       77  spool-no pic 9(6).
       01  spool-no-ed pic zzzzz9.

       01  spf-name pic x(29).
       01  spf-fn redefines spf-name.
           03 spf-disk pic xx.
           03 spf-rest pic x(15).
           03 spf-nam pic x(12).

       01  spf-nam-w.
           02 filler pic x(2) value "sp".
           02 spf-num-w pic 9(6).
           02 filler pic x(4) value ".prt".

       77  kin-cat pic 99.
       77  br-today pic 9(8).
       77  br-close pic 9(8).
       77  br-yy pic 9(4).
       77  br-mm pic 99.
       77  br-m pic 99.
       77  br-ym pic 9(6).
       77  br-type pic x(15).
       77  br-poso pic s9(9)v99.
       77  br-lines pic 9(3).
       01  br-cnt-ed pic zz9.

       01  br-cap-tab.
           02 br-cap pic x occurs 12 times.

       01  br-tab.
           02 br-entry occurs 100 times.
              03 bt-type pic x(15).
              03 bt-bud-m pic s9(9)v99.
              03 bt-bud-y pic s9(9)v99.
              03 bt-act-m pic s9(9)v99.
              03 bt-act-y pic s9(9)v99.
       77  bt-used pic 9(3).
       77  bt-i pic 9(3).

       01  br-figures.
           02 br-bud pic s9(9)v99.
           02 br-act pic s9(9)v99.
           02 br-var pic s9(9)v99.
           02 br-pct pic s9(4)v9.

       01  br-totals.
           02 br-tot-bud-m pic s9(9)v99.
           02 br-tot-bud-y pic s9(9)v99.
           02 br-tot-act-m pic s9(9)v99.
           02 br-tot-act-y pic s9(9)v99.

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.

       01  br-1.
           02 filler pic x(2) value spaces.
           02 br-date-1 pic x(10).
           02 filler pic x(10) value spaces.
           02 filler pic x(30) value "PROYPOLOGISMOS - PRAGMATIKA".
           02 filler pic x(9) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 br-page-1 pic zz9.
           02 filler pic x(11) value spaces.

       01  br-1b.
           02 filler pic x(2) value spaces.
           02 br-etairia-1 pic x(30).
           02 filler pic x(4) value spaces.
           02 filler pic x(10) value "PERIODOS: ".
           02 br-mm-1 pic 99.
           02 filler pic x value "/".
           02 br-yy-1 pic 9(4).
           02 filler pic x(27) value spaces.

       01  br-2.
           02 filler pic x(80) value all "-".

       01  br-3.
           02 filler pic x(2) value spaces.
           02 filler pic x(16) value "TYPOS KINHSHS".
           02 filler pic x(6) value "PER.".
           02 filler pic x(14) value "       STOXOS".
           02 filler pic x(14) value "   PRAGMATIKA".
           02 filler pic x(14) value "     APOKLISH".
           02 filler pic x(8) value "      %".

       01  br-4.
           02 filler pic x(2) value spaces.
           02 br-type-4 pic x(15).
           02 filler pic x value space.
           02 br-per-4 pic x(5).
           02 filler pic x value space.
           02 br-bud-4 pic zzzzzzzz9.99-.
           02 filler pic x value space.
           02 br-act-4 pic zzzzzzzz9.99-.
           02 filler pic x value space.
           02 br-var-4 pic zzzzzzzz9.99-.
           02 filler pic x value space.
           02 br-pct-4 pic zzz9.9-.
           02 br-pct-4x redefines br-pct-4 pic x(7).

       01  br-6.
           02 filler pic x(2) value spaces.
           02 filler pic x(30) value "KLEISTOI MHNES EWS: ".
           02 br-close-6 pic x(10).

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

           compute br-today = t-yy * 10000 + t-mm * 100 + t-dd.
           move par-kin-cat to kin-cat.

       begin-2.
           perform menu-box.
           move t-yy to br-yy.
           move t-mm to br-mm.

       br-a1.
           accept br-yy line 9 position 49 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 go telos
              when other go br-a1
           end-evaluate.

           if br-yy < 1990 or br-yy > 2099 go br-a1.

       br-a2.
           accept br-mm line 11 position 49 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go br-a1
              when other go br-a2
           end-evaluate.

           if br-mm < 1 or br-mm > 12 go br-a2.

           move "o" to synexeia.

       br-a3.
           accept synexeia line 13 position 49 update tab blink
             on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go br-a2
              when other go br-a3
           end-evaluate.

           evaluate true
              when syn-o go begin-2
              when syn-n continue
              when other go br-a3
           end-evaluate.

           perform clean-box.
           perform wait-box.

           initialize br-tab br-totals.
           move 0 to bt-used br-lines.
           move spaces to br-cap-tab.

           perform load-types thru load-types-ex.
           perform read-close thru read-close-ex.
           perform load-closed thru load-closed-ex.
           perform load-kin thru load-kin-ex.
           perform load-budget thru load-budget-ex.

           perform br-report thru br-report-ex.

           perform clean-box.
           perform done-box.
           go begin-2.

       load-types.
           move fconst to fl-nam.
           open input const.

           move kin-cat to cat-code. move zeros to type-code.

           start const key not < const-code
                 invalid go load-types-9.

       load-types-2.
           read const next at end go load-types-9.

           if cat-code not = kin-cat go load-types-9.

           move type-descr to br-type.
           perform find-type thru find-type-ex.

           go load-types-2.

       load-types-9.
           close const.

       load-types-ex.
           exit.

       read-close.
           move 0 to br-close.
           move fctl to fl-nam.
           open input eodctl.
           move "CLOSE" to eod-id.
           read eodctl invalid continue
                not invalid move eod-date to br-close
           end-read.

       read-close-ex.
           close eodctl.

       load-closed.
           move fclt to fl-nam.
           open input clstot.

           compute ct-ym = br-yy * 100 + 1.
           move spaces to ct-type.

           start clstot key not < ct-key
                 invalid go load-closed-9.

       load-closed-2.
           read clstot next record at end go load-closed-9.

           compute br-ym = br-yy * 100 + br-mm.
           if ct-ym > br-ym go load-closed-9.

           compute br-m = ct-ym - br-yy * 100.
           move "Y" to br-cap (br-m).

           move ct-type to br-type.
           move ct-poso to br-poso.
           perform add-actual thru add-actual-ex.

           go load-closed-2.

       load-closed-9.
           close clstot.

       load-closed-ex.
           exit.

       load-kin.
           move fkin to fl-nam.
           open input kinhseis.

       load-kin-2.
           read kinhseis next record at end go load-kin-9.

           if kin-date (1:4) not = br-yy go load-kin-2.

           move kin-date (5:2) to br-m.
           if br-m > br-mm go load-kin-2.

           if br-cap (br-m) = "Y" and kin-date not > br-close
              go load-kin-2.

           move kin-type to br-type.
           move kin-poso to br-poso.
           perform add-actual thru add-actual-ex.

           go load-kin-2.

       load-kin-9.
           close kinhseis.

       load-kin-ex.
           exit.

       load-budget.
           move fbudget to fl-nam.
           open input budget.

           move br-yy to bud-yy.
           move 1 to bud-mm.
           move spaces to bud-type.

           start budget key not < bud-key
                 invalid go load-budget-9.

       load-budget-2.
           read budget next record at end go load-budget-9.

           if bud-yy not = br-yy or bud-mm > br-mm go load-budget-9.

           move bud-type to br-type.
           perform find-type thru find-type-ex.
           if bt-i = 0 go load-budget-2.

           add bud-poso to bt-bud-y (bt-i).
           if bud-mm = br-mm add bud-poso to bt-bud-m (bt-i).

           go load-budget-2.

       load-budget-9.
           close budget.

       load-budget-ex.
           exit.

       add-actual.
           perform find-type thru find-type-ex.
           if bt-i = 0 go add-actual-ex.

           add br-poso to bt-act-y (bt-i).
           if br-m = br-mm add br-poso to bt-act-m (bt-i).

       add-actual-ex.
           exit.

       find-type.
           perform varying bt-i from 1 by 1 until bt-i > bt-used
              if bt-type (bt-i) = br-type go find-type-ex
              end-if
           end-perform.

           if bt-used < 100
              add 1 to bt-used
              move bt-used to bt-i
              move br-type to bt-type (bt-i)
           else
              move 0 to bt-i.

       find-type-ex.
           exit.

       br-report.
           move br-mm to br-mm-1.
           move br-yy to br-yy-1.
           perform br-header thru br-header-2.

           move 1 to bt-i.

       br-report-2.
           if bt-i > bt-used go br-report-3.

           if bt-act-y (bt-i) < 0
              compute bt-act-y (bt-i) = 0 - bt-act-y (bt-i).
           if bt-act-m (bt-i) < 0
              compute bt-act-m (bt-i) = 0 - bt-act-m (bt-i).

           if bt-bud-y (bt-i) = 0 and bt-act-y (bt-i) = 0
              add 1 to bt-i
              go br-report-2.

           add 1 to br-lines.
           add bt-bud-m (bt-i) to br-tot-bud-m.
           add bt-bud-y (bt-i) to br-tot-bud-y.
           add bt-act-m (bt-i) to br-tot-act-m.
           add bt-act-y (bt-i) to br-tot-act-y.

           move bt-type (bt-i) to br-type-4.
           move "MHNAS" to br-per-4.
           move bt-bud-m (bt-i) to br-bud.
           move bt-act-m (bt-i) to br-act.
           perform br-line.

           move spaces to br-type-4.
           move "ETOS" to br-per-4.
           move bt-bud-y (bt-i) to br-bud.
           move bt-act-y (bt-i) to br-act.
           perform br-line.

           add 1 to bt-i.
           go br-report-2.

       br-report-3.
           perform br-page-check.
           write br-prt-rec from br-2.

           move "SYNOLO" to br-type-4.
           move "MHNAS" to br-per-4.
           move br-tot-bud-m to br-bud.
           move br-tot-act-m to br-act.
           perform br-line.

           move spaces to br-type-4.
           move "ETOS" to br-per-4.
           move br-tot-bud-y to br-bud.
           move br-tot-act-y to br-act.
           perform br-line.

           perform br-page-check.
           write br-prt-rec from br-2.

           move spaces to br-close-6.
           if br-close > 0
              move br-close (7:2) to br-close-6 (1:2)
              move "/" to br-close-6 (3:1)
              move br-close (5:2) to br-close-6 (4:2)
              move "/" to br-close-6 (6:1)
              move br-close (1:4) to br-close-6 (7:4).

           perform br-page-check.
           write br-prt-rec from br-6.

           close br-prt.
           perform spool-close.

       br-report-ex.
           exit.

       br-line.
           compute br-var = br-act - br-bud.

           move br-bud to br-bud-4.
           move br-act to br-act-4.
           move br-var to br-var-4.

           if br-bud = 0
              move spaces to br-pct-4x
           else
              compute br-pct rounded = br-act * 100 / br-bud
                      on size error move 9999.9 to br-pct
              end-compute
              move br-pct to br-pct-4.

           perform br-page-check.
           write br-prt-rec from br-4.

       br-page-check.
           if prt-line-cnt >= prt-max-lines
              write br-prt-rec from br-2 after advancing page
              perform br-header-2
           end-if.

           add 1 to prt-line-cnt.

       br-header.
           perform spool-open.
           open extend br-prt.
           move 0 to prt-page-no.

       br-header-2.
           add 1 to prt-page-no.
           move prt-page-no to br-page-1.
           move 0 to prt-line-cnt.
           move ed-date to br-date-1.
           write br-prt-rec from br-1.
           move etairia to br-etairia-1.
           write br-prt-rec from br-1b.
           write br-prt-rec from br-2.
           write br-prt-rec from br-3.
           write br-prt-rec from br-2.

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
           move spf-name to br-device.

       spool-close.
           move fspl to fl-nam.
           open i-o splctl.

           move spool-no to spl-no.
           move "budrep" to spl-job.
           move oper-code to spl-oper.
           move br-today to spl-date.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.

       menu-box.
           perform clean-box.

           move c-name(6) to bc. move c-name(8) to fc.
           display "######## PROYPOLOGISMOS / PRAGMATIKA ####"
                   line 7 position 12 control col-cnt
                   "#                                       #"
                   line 8 position 12
                   "# ETOS.............................:    #"
                   line 9 position 12
                   "#                                       #"
                   line 10 position 12
                   "# MHNAS............................:    #"
                   line 11 position 12
                   "#                                       #"
                   line 12 position 12
                   "# SYNEXEIA (N/O)...................:    #"
                   line 13 position 12
                   "#  ESC                                  #"
                   line 14 position 12
                   "#########################################"
                   line 15 position 12

                   bc-line line 16 position 14 size 41
                           control nor-cnt.

           perform varying x from 8 by 1 until x > 15
           display bc-line line x position 53 size 2 control nor-cnt
           end-perform.

           move c-name(3) to bc. move c-name(8) to fc.
           display " EXODOS " line 14 position 18 control col-cnt.

       wait-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#        PARAKALW ANAMONH    #" line 11 position 24
                   "##############################" line 12 position 24.

       done-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "#                            #" line 13 position 24
                   "##############################" line 14 position 24

                   bc-line line 15 position 26 size 30 control nor-cnt.

           perform varying x from 11 by 1 until x > 14
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           move spool-no to spool-no-ed.
           move br-lines to br-cnt-ed.

           display "SPOOL No....:" line 11 position 27
                                control col-cnt
                   spool-no-ed line 11 position 41
                   "TYPOI.......:" line 12 position 27
                   br-cnt-ed line 12 position 41
                   "press a key" line 13 position 33.

           accept flag line 24 position 80 control acpt-col.

       clean-box.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 3 by 1 until x > 22
           display bc-line line x position 5 size 71
                           control col-cnt
           end-perform.

       telos.
           perform clean-box.
           goback.
