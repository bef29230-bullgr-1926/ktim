       id division.
       program-id. reorg.
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

           select optional agores assign random file-name
           organization indexed
           access dynamic

           record key kodikos-a
           alternate record key epitheto-a with duplicates
           alternate record key ref-kodikos-a with duplicates
           alternate record key afm-a with duplicates
           alternate record key telephone1-a with duplicates
           alternate record key telephone2-a with duplicates
           alternate record key srch-epi-a with duplicates
           alternate record key srch-tel1-a with duplicates
           alternate record key srch-tel2-a with duplicates
           status ag-stat.

           select optional kinhseis assign random file-name
           organization indexed
           access dynamic
           record key kin-key
           status kin-stat.

           select optional word assign random file-name
           organization indexed
           access dynamic
           record key word-key
           status word-stat.

           select optional old-pel assign random old-name
           status old-stat.

           select optional old-ag assign random old-name
           status old-stat.

           select optional old-kin assign random old-name
           status old-stat.

           select optional old-word assign random old-name
           status old-stat.

           select optional reorgctl assign random file-name
           organization indexed
           access dynamic
           record key rc-id
           status rc-stat.

           select optional sess assign random file-name
           status sess-stat.

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

           select rg-prt assign print rg-device.

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

       fd agores.
       01 agores-rec.
          02 index-fields-a.
             03 kodikos-a pic x(20).
             03 onoma-a pic x(15).
             03 epitheto-a pic x(25).
          02 agores-rest.
             03 dieythynsh-a pic x(35).
             03 epagelma-a   pic x(20).
             03 afm-a pic x(8).
             03 telephone1-a pic x(15).
             03 telephone2-a pic x(15).
             03 ref-kodikos-a pic x(20).
             03 poli-a pic x(15).
             03 tk-a pic x(5).
             03 srch-epi-a pic x(25).
             03 srch-tel1-a pic x(15).
             03 srch-tel2-a pic x(15).

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

       fd word.
       01 word-rec.
          02 word-key.
             03 word-num pic x(20).
             03 word-date pic 9(8).
             03 word-seq pic 9(3).
          02 word-oper pic x(10).
          02 word-text pic x(72).

       fd old-pel label records omitted.
       01 old-pel-rec pic x(206).

       fd old-ag label records omitted.
       01 old-ag-rec pic x(248).

       fd old-kin label records omitted.
       01 old-kin-rec pic x(91).

       fd old-word label records omitted.
       01 old-word-rec pic x(113).

       fd reorgctl.
       01 reorgctl-rec.
          02 rc-id pic x(8).
          02 rc-date pic 9(8).
          02 rc-count pic 9(9).
          02 rc-size pic 9(12).
          02 rc-old pic x.
          02 rc-old-date pic 9(8).
          02 rc-old-nam pic x(12).

       fd sess label records omitted.
       01 sess-rec.
          02 ses-date pic 9(8).
          02 ses-time pic 9(8).
          02 ses-type pic x.
          02 ses-oper pic x(10).
          02 ses-etairia pic x(30).

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

       fd rg-prt label records omitted.
       01 rg-prt-rec pic x(80).

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
           02 pel-stat pic xx.
           02 ag-stat pic xx.
           02 kin-stat pic xx.
           02 word-stat pic xx.
           02 old-stat pic xx.
           02 rc-stat pic xx.
           02 sess-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.

       01  files-used.
           02 fpel pic x(12) value "pel.dat".
           02 fag pic x(12) value "pelag.dat".
           02 fkin pic x(12) value "kin.dat".
           02 fpel-2 pic x(12) value "word.dat".
           02 frc pic x(12) value "reorgctl.dat".
           02 fsess pic x(12) value "sess.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".

       01  old-names.
           02 fpel-old pic x(12) value "pel.old".
           02 fag-old pic x(12) value "pelag.old".
           02 fkin-old pic x(12) value "kin.old".
           02 fword-old pic x(12) value "word.old".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  old-name pic x(29).
       01  old-fn redefines old-name.
           03 old-disk pic xx.
           03 old-rest pic x(15).
           03 old-nam pic x(12).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).

       77  rg-device pic x(40).
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

       77  rg-today pic 9(8).
       77  rg-mode pic x.
       77  rg-sel pic 9.
       77  rg-id pic x(8).
       01  rg-fnam pic x(12).
       01  rg-onam pic x(12).
       77  rg-ok pic x.
       77  rg-n pic 9.
       77  rg-i pic 9(3).
       77  rg-len pic 9(3).
       77  rg-amt-pos pic 9(3).
       77  rg-bad pic 9(3) value 0.
       77  rg-done pic 9(3) value 0.
       01  rg-bad-ed pic zz9.
       01  rg-done-ed pic zz9.

       01  rg-rec pic x(250).
       01  rg-byte pic x comp-x.
       01  rg-char redefines rg-byte pic x.

       01  rg-u9-x pic x(9).
       01  rg-u9 redefines rg-u9-x pic 9(7)v99.
       01  rg-s9-x pic x(9).
       01  rg-s9 redefines rg-s9-x pic s9(7)v99.

       01  rg-totals.
           02 rg-tot occurs 3 times.
              03 rt-cnt pic 9(9).
              03 rt-amt pic s9(11)v99.
              03 rt-hash pic 9(14).

       01  rg-stage-names.
           02 pic x(20) value "ANAGNWSH ARXEIOY    ".
           02 pic x(20) value "ANTIGRAFO (.old)    ".
           02 pic x(20) value "NEO ARXEIO          ".
       01  redefines rg-stage-names.
           02 rg-stage-nam pic x(20) occurs 3 times.

       01  rg-finfo.
           02 rg-fsize pic x(8) comp-x.
           02 rg-fdate pic 9(8) comp-x.
           02 rg-ftime pic 9(8) comp-x.
       77  rg-call-st pic 9(4) comp-5.

       77  rg-size-1 pic 9(12).
       77  rg-size-2 pic 9(12).

       77  hl-cnt pic 9(9).
       77  hl-orph pic 9(9).
       77  hl-data pic 9(12).
       77  hl-diff pic s9(12).
       01  hl-last pic x(20).
       77  hl-last-ok pic x.

       01  sc-table.
           02 sc-ent occurs 50 times.
              03 sc-oper pic x(10).
              03 sc-type pic x.
       77  sc-n pic 9(3).
       77  sc-i pic 9(3).
       77  sc-cnt pic 9(3).
       01  sc-cnt-ed pic zz9.

       01  tp-name pic x(20).
       01  hk-val pic x(35).
       01  hk-cur pic x(35).
       77  hk-run pic 9(7).
       01  tp-table.
           02 tp-ent occurs 5 times.
              03 tp-val pic x(35).
              03 tp-cnt pic 9(7).
       77  tp-i pic 9.
       77  tp-j pic 9.

       01  ser-date-x.
           02 ser-yy pic 9(4). 02 ser-mm pic 99. 02 ser-dd pic 99.

       01  rg-date-ed.
           02 rg-ed-dd pic 99/. 02 rg-ed-mm pic 99/.
           02 rg-ed-yy pic 9(4).

       01  rg-n9-ed pic zzzzzzzz9.
       01  rg-n9b-ed pic zzzzzzzz9.
       01  rg-n12-ed pic zzzzzzzzzzz9.
       01  rg-n12b-ed pic zzzzzzzzzzz9.
       01  rg-d12-ed pic ------------9.

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.

       01  rg-1.
           02 filler pic x(2) value spaces.
           02 rg-date-1 pic x(10).
           02 filler pic x(10) value spaces.
           02 rg-title-1 pic x(30).
           02 filler pic x(9) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 rg-page-1 pic zz9.
           02 filler pic x(11) value spaces.

       01  rg-1b.
           02 filler pic x(2) value spaces.
           02 rg-etairia-1 pic x(30).
           02 filler pic x(48) value spaces.

       01  rg-2.
           02 filler pic x(80) value all "-".

       01  rg-h.
           02 filler pic x(4) value "*** ".
           02 rg-h-text pic x(40).

       01  rg-f.
           02 filler pic x(2) value spaces.
           02 rg-f-lbl pic x(20).
           02 rg-f-val pic x(58).

       01  rg-t.
           02 filler pic x(2) value spaces.
           02 rg-t-lbl pic x(20).
           02 rg-t-cnt pic zzzzzzzz9.
           02 filler pic x value space.
           02 rg-t-amt pic zzzzzzzzzz9.99-.
           02 filler pic x value space.
           02 rg-t-hash pic zzzzzzzzzzzzz9.

       01  rg-th.
           02 filler pic x(22) value spaces.
           02 filler pic x(10) value " EGGRAFES".
           02 filler pic x(16) value "   SYNOLO POSOY".
           02 filler pic x(15) value "     HASH TOTAL".

       01  rg-k.
           02 filler pic x(6) value spaces.
           02 rg-k-val pic x(35).
           02 filler pic x(2) value spaces.
           02 rg-k-cnt pic zzzzzz9.

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
           move fl-disk-path to old-disk. move fl-rest-path to old-rest.

           compute rg-today = t-yy * 10000 + t-mm * 100 + t-dd.

       begin-2.
           perform menu-box.
           move space to flag2.

       rg-a1.
           accept flag2 line 9 position 49 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 go telos
              when other go rg-a1
           end-evaluate.

           if flag2 not = "1" and not = "2" go rg-a1.

           move flag2 to rg-mode.

           if rg-mode = "1"
              perform sess-check thru sess-check-ex
              if sc-cnt > 0
                 move sc-cnt to sc-cnt-ed
                 move spaces to inval-mess
                 string "SYNDEDEMENOI: " delimited by size
                        sc-cnt-ed delimited by size
                        into inval-mess
                 perform invalid-message
                 go rg-a1
              end-if
           end-if.

           move 5 to rg-sel.

       rg-a2.
           accept rg-sel line 11 position 49 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go rg-a1
              when other go rg-a2
           end-evaluate.

           if rg-sel < 1 or rg-sel > 5 go rg-a2.

           if rg-mode = "2" go rg-run.

           move "o" to synexeia.

       rg-a3.
           accept synexeia line 13 position 49 update tab blink
             on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go rg-a2
              when other go rg-a3
           end-evaluate.

           evaluate true
              when syn-o go begin-2
              when syn-n continue
              when other go rg-a3
           end-evaluate.

       rg-run.
           perform clean-box.
           perform wait-box.

           move 0 to rg-bad rg-done.

           if rg-mode = "1"
              move "ANADIORGANWSH ARXEIWN" to rg-title-1
           else
              move "ANAFORA YGEIAS ARXEIWN" to rg-title-1.

           perform rg-header thru rg-header-2.

           if rg-mode = "1"
              if rg-sel = 1 or rg-sel = 5
                 perform rg-pel thru rg-pel-ex
              end-if
              if rg-sel = 2 or rg-sel = 5
                 perform rg-ag thru rg-ag-ex
              end-if
              if rg-sel = 3 or rg-sel = 5
                 perform rg-kin thru rg-kin-ex
              end-if
              if rg-sel = 4 or rg-sel = 5
                 perform rg-word thru rg-word-ex
              end-if
           else
              if rg-sel = 1 or rg-sel = 5
                 perform hl-pel thru hl-pel-ex
              end-if
              if rg-sel = 2 or rg-sel = 5
                 perform hl-ag thru hl-ag-ex
              end-if
              if rg-sel = 3 or rg-sel = 5
                 perform hl-kin thru hl-kin-ex
              end-if
              if rg-sel = 4 or rg-sel = 5
                 perform hl-word thru hl-word-ex
              end-if
           end-if.

           perform rg-page-check.
           write rg-prt-rec from rg-2.

           close rg-prt.

           perform spool-close.

           perform clean-box.
           perform done-box.
           go begin-2.

       sess-check.
           move 0 to sc-n sc-cnt.

           move fsess to fl-nam.
           open input sess.

       sess-check-2.
           read sess next record at end go sess-check-3.

           if ses-date not = rg-today go sess-check-2.
           if ses-oper = oper-code go sess-check-2.

           perform varying sc-i from 1 by 1
                   until sc-i > sc-n or sc-oper (sc-i) = ses-oper
           end-perform.

           if sc-i > sc-n
              if sc-n < 50
                 add 1 to sc-n
                 move sc-n to sc-i
                 move ses-oper to sc-oper (sc-i)
              else
                 go sess-check-2
              end-if
           end-if.

           move ses-type to sc-type (sc-i).

           go sess-check-2.

       sess-check-3.
           close sess.

           perform varying sc-i from 1 by 1 until sc-i > sc-n
              if sc-type (sc-i) = "I" add 1 to sc-cnt end-if
           end-perform.

       sess-check-ex.
           exit.

       rg-pel.
           move "PEL" to rg-id. move fpel to rg-fnam.
           move fpel-old to rg-onam.
           move 206 to rg-len. move 168 to rg-amt-pos.
           perform rg-start.

           move fpel to fl-nam. open input pelates.
           move rg-onam to old-nam. open output old-pel.
           move 1 to rg-n.

       rg-pel-2.
           read pelates next record at end go rg-pel-3.

           move pelates-rec to rg-rec.
           perform rg-sum.
           write old-pel-rec from pelates-rec.

           go rg-pel-2.

       rg-pel-3.
           close pelates old-pel.

           open input old-pel.
           move 2 to rg-n.

       rg-pel-4.
           read old-pel next record at end go rg-pel-5.

           move old-pel-rec to rg-rec.
           perform rg-sum.

           go rg-pel-4.

       rg-pel-5.
           close old-pel.

           perform rg-check.

           if rg-ok = "N"
              perform rg-fail
              go rg-pel-ex.

           open input old-pel.
           move fpel to fl-nam. open output pelates.

       rg-pel-6.
           read old-pel next record at end go rg-pel-7.

           write pelates-rec from old-pel-rec invalid continue
           end-write.

           go rg-pel-6.

       rg-pel-7.
           close old-pel pelates.

           open input pelates.
           move 3 to rg-n.

       rg-pel-8.
           read pelates next record at end go rg-pel-9.

           move pelates-rec to rg-rec.
           perform rg-sum.

           go rg-pel-8.

       rg-pel-9.
           close pelates.

           perform rg-check.
           perform rg-finish.

       rg-pel-ex.
           exit.

       rg-ag.
           move "PELAG" to rg-id. move fag to rg-fnam.
           move fag-old to rg-onam.
           move 248 to rg-len. move 0 to rg-amt-pos.
           perform rg-start.

           move fag to fl-nam. open input agores.
           move rg-onam to old-nam. open output old-ag.
           move 1 to rg-n.

       rg-ag-2.
           read agores next record at end go rg-ag-3.

           move agores-rec to rg-rec.
           perform rg-sum.
           write old-ag-rec from agores-rec.

           go rg-ag-2.

       rg-ag-3.
           close agores old-ag.

           open input old-ag.
           move 2 to rg-n.

       rg-ag-4.
           read old-ag next record at end go rg-ag-5.

           move old-ag-rec to rg-rec.
           perform rg-sum.

           go rg-ag-4.

       rg-ag-5.
           close old-ag.

           perform rg-check.

           if rg-ok = "N"
              perform rg-fail
              go rg-ag-ex.

           open input old-ag.
           move fag to fl-nam. open output agores.

       rg-ag-6.
           read old-ag next record at end go rg-ag-7.

           write agores-rec from old-ag-rec invalid continue
           end-write.

           go rg-ag-6.

       rg-ag-7.
           close old-ag agores.

           open input agores.
           move 3 to rg-n.

       rg-ag-8.
           read agores next record at end go rg-ag-9.

           move agores-rec to rg-rec.
           perform rg-sum.

           go rg-ag-8.

       rg-ag-9.
           close agores.

           perform rg-check.
           perform rg-finish.

       rg-ag-ex.
           exit.

       rg-kin.
           move "KIN" to rg-id. move fkin to rg-fnam.
           move fkin-old to rg-onam.
           move 91 to rg-len. move 47 to rg-amt-pos.
           perform rg-start.

           move fkin to fl-nam. open input kinhseis.
           move rg-onam to old-nam. open output old-kin.
           move 1 to rg-n.

       rg-kin-2.
           read kinhseis next record at end go rg-kin-3.

           move kinhsh-rec to rg-rec.
           perform rg-sum.
           write old-kin-rec from kinhsh-rec.

           go rg-kin-2.

       rg-kin-3.
           close kinhseis old-kin.

           open input old-kin.
           move 2 to rg-n.

       rg-kin-4.
           read old-kin next record at end go rg-kin-5.

           move old-kin-rec to rg-rec.
           perform rg-sum.

           go rg-kin-4.

       rg-kin-5.
           close old-kin.

           perform rg-check.

           if rg-ok = "N"
              perform rg-fail
              go rg-kin-ex.

           open input old-kin.
           move fkin to fl-nam. open output kinhseis.

       rg-kin-6.
           read old-kin next record at end go rg-kin-7.

           write kinhsh-rec from old-kin-rec invalid continue
           end-write.

           go rg-kin-6.

       rg-kin-7.
           close old-kin kinhseis.

           open input kinhseis.
           move 3 to rg-n.

       rg-kin-8.
           read kinhseis next record at end go rg-kin-9.

           move kinhsh-rec to rg-rec.
           perform rg-sum.

           go rg-kin-8.

       rg-kin-9.
           close kinhseis.

           perform rg-check.
           perform rg-finish.

       rg-kin-ex.
           exit.

       rg-word.
           move "WORD" to rg-id. move fpel-2 to rg-fnam.
           move fword-old to rg-onam.
           move 113 to rg-len. move 0 to rg-amt-pos.
           perform rg-start.

           move fpel-2 to fl-nam. open input word.
           move rg-onam to old-nam. open output old-word.
           move 1 to rg-n.

       rg-word-2.
           read word next record at end go rg-word-3.

           move word-rec to rg-rec.
           perform rg-sum.
           write old-word-rec from word-rec.

           go rg-word-2.

       rg-word-3.
           close word old-word.

           open input old-word.
           move 2 to rg-n.

       rg-word-4.
           read old-word next record at end go rg-word-5.

           move old-word-rec to rg-rec.
           perform rg-sum.

           go rg-word-4.

       rg-word-5.
           close old-word.

           perform rg-check.

           if rg-ok = "N"
              perform rg-fail
              go rg-word-ex.

           open input old-word.
           move fpel-2 to fl-nam. open output word.

       rg-word-6.
           read old-word next record at end go rg-word-7.

           write word-rec from old-word-rec invalid continue
           end-write.

           go rg-word-6.

       rg-word-7.
           close old-word word.

           open input word.
           move 3 to rg-n.

       rg-word-8.
           read word next record at end go rg-word-9.

           move word-rec to rg-rec.
           perform rg-sum.

           go rg-word-8.

       rg-word-9.
           close word.

           perform rg-check.
           perform rg-finish.

       rg-word-ex.
           exit.

       rg-start.
           initialize rg-totals.

           move rg-fnam to fl-nam.
           perform file-size.
           move rg-size-2 to rg-size-1.

           move spaces to rg-h-text.
           string "ANADIORGANWSH " delimited by size
                  rg-fnam delimited by size
                  into rg-h-text.
           perform rg-head-prt.
           perform rg-page-check.
           write rg-prt-rec from rg-th.

       rg-sum.
           add 1 to rt-cnt (rg-n).

           perform varying rg-i from 1 by 1 until rg-i > rg-len
              move rg-rec (rg-i:1) to rg-char
              add rg-byte to rt-hash (rg-n)
           end-perform.

           evaluate rg-amt-pos
              when 168 move rg-rec (168:9) to rg-u9-x
                       add rg-u9 to rt-amt (rg-n)
              when 47 move rg-rec (47:9) to rg-s9-x
                      add rg-s9 to rt-amt (rg-n)
           end-evaluate.

       rg-check.
           move "Y" to rg-ok.

           if rt-cnt (1) not = rt-cnt (rg-n) move "N" to rg-ok.
           if rt-amt (1) not = rt-amt (rg-n) move "N" to rg-ok.
           if rt-hash (1) not = rt-hash (rg-n) move "N" to rg-ok.

       rg-tot-prt.
           move rg-stage-nam (rg-n) to rg-t-lbl.
           move rt-cnt (rg-n) to rg-t-cnt.
           move rt-amt (rg-n) to rg-t-amt.
           move rt-hash (rg-n) to rg-t-hash.
           perform rg-page-check.
           write rg-prt-rec from rg-t.

       rg-fail.
           move 1 to rg-n. perform rg-tot-prt.
           move 2 to rg-n. perform rg-tot-prt.

           move "APOTELESMA" to rg-f-lbl.
           move "LATHOS ANTIGRAFOY - TO ARXEIO DEN ALLAXE" to rg-f-val.
           perform rg-fld.

           add 1 to rg-bad.

           perform rg-old-mark.

           move "LATHOS ANTIGRAFOY" to aud-after.
           perform rg-audit.

       rg-finish.
           move 1 to rg-n. perform rg-tot-prt.
           move 2 to rg-n. perform rg-tot-prt.
           move 3 to rg-n. perform rg-tot-prt.

           move rg-fnam to fl-nam.
           perform file-size.

           move rg-size-1 to rg-n12-ed.
           move rg-size-2 to rg-n12b-ed.
           move "MEGETHOS PRIN/META" to rg-f-lbl.
           move spaces to rg-f-val.
           string rg-n12-ed delimited by size
                  " / " delimited by size
                  rg-n12b-ed delimited by size
                  into rg-f-val.
           perform rg-fld.

           move "APOTELESMA" to rg-f-lbl.

           if rg-ok = "Y"
              move "OK" to rg-f-val
              add 1 to rg-done
           else
              move spaces to rg-f-val
              string "LATHOS ELEGXOY - EPANAFORA APO " delimited by size
                     rg-onam delimited by size
                     into rg-f-val
              add 1 to rg-bad
           end-if.

           perform rg-fld.

           perform rg-old-mark.

           move rt-cnt (3) to hl-cnt.
           move rg-size-2 to rg-size-1.
           perform rc-update.

           move rt-cnt (3) to rg-n9-ed.
           move spaces to aud-after.
           string "EGGRAFES " delimited by size
                  rg-n9-ed delimited by size
                  " APOTELESMA " delimited by size
                  rg-ok delimited by size
                  into aud-after.
           perform rg-audit.

       rg-old-mark.
           move frc to fl-nam.
           open i-o reorgctl.
           move rg-id to rc-id.

           read reorgctl invalid
                move 0 to rc-date rc-count rc-size
                move "Y" to rc-old
                move rg-today to rc-old-date
                move rg-onam to rc-old-nam
                write reorgctl-rec invalid continue end-write
                not invalid
                move "Y" to rc-old
                move rg-today to rc-old-date
                move rg-onam to rc-old-nam
                rewrite reorgctl-rec invalid continue end-rewrite
           end-read.

           close reorgctl.

       rc-update.
           move frc to fl-nam.
           open i-o reorgctl.
           move rg-id to rc-id.

           read reorgctl invalid
                move rg-today to rc-date
                move hl-cnt to rc-count
                move rg-size-1 to rc-size
                move "N" to rc-old
                move 0 to rc-old-date
                move spaces to rc-old-nam
                write reorgctl-rec invalid continue end-write
                not invalid
                move rg-today to rc-date
                move hl-cnt to rc-count
                move rg-size-1 to rc-size
                rewrite reorgctl-rec invalid continue end-rewrite
           end-read.

           close reorgctl.

       rg-audit.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "R" to aud-op.
           move "reorg" to aud-prog.
           move rg-fnam to aud-key.
           move oper-code to aud-operator.
           move spaces to aud-before.

           perform audit-chain thru audit-chain-ex.

       file-size.
           move 0 to rg-size-2.

           call "C$FILEINFO" using file-name, rg-finfo
                giving rg-call-st.

           if rg-call-st = 0 move rg-fsize to rg-size-2.

       hl-pel.
           move "PEL" to rg-id. move fpel to rg-fnam.
           move 206 to rg-len.
           perform hl-start.

           move fpel to fl-nam. open input pelates.

       hl-pel-2.
           read pelates next record at end go hl-pel-3.

           add 1 to hl-cnt.

           go hl-pel-2.

       hl-pel-3.
           perform hl-summary.

           move "EPITHETO" to tp-name.
           perform top-reset.
           move spaces to epitheto.
           start pelates key not < epitheto invalid go hl-pel-5.

       hl-pel-4.
           read pelates next record at end go hl-pel-5.

           move epitheto to hk-val.
           perform top-feed thru top-feed-ex.

           go hl-pel-4.

       hl-pel-5.
           perform top-end.

           move "T.K." to tp-name.
           perform top-reset.
           move spaces to tk.
           start pelates key not < tk invalid go hl-pel-7.

       hl-pel-6.
           read pelates next record at end go hl-pel-7.

           move tk to hk-val.
           perform top-feed thru top-feed-ex.

           go hl-pel-6.

       hl-pel-7.
           perform top-end.

           move "A.F.M." to tp-name.
           perform top-reset.
           move spaces to afm.
           start pelates key not < afm invalid go hl-pel-9.

       hl-pel-8.
           read pelates next record at end go hl-pel-9.

           move afm to hk-val.
           perform top-feed thru top-feed-ex.

           go hl-pel-8.

       hl-pel-9.
           perform top-end.

           close pelates.

       hl-pel-ex.
           exit.

       hl-ag.
           move "PELAG" to rg-id. move fag to rg-fnam.
           move 248 to rg-len.
           perform hl-start.

           move fpel to fl-nam. open input pelates.
           move fag to fl-nam. open input agores.

       hl-ag-2.
           read agores next record at end go hl-ag-3.

           add 1 to hl-cnt.

           if ref-kodikos-a not = spaces
              move ref-kodikos-a to kodikos
              read pelates invalid add 1 to hl-orph end-read
           end-if.

           go hl-ag-2.

       hl-ag-3.
           close pelates.

           perform hl-summary.

           move "ORFANES (REF.)" to rg-f-lbl.
           move hl-orph to rg-n9-ed.
           move rg-n9-ed to rg-f-val.
           perform rg-fld.

           move "PELATHS ANAFORAS" to tp-name.
           perform top-reset.
           move spaces to ref-kodikos-a.
           start agores key not < ref-kodikos-a invalid go hl-ag-5.

       hl-ag-4.
           read agores next record at end go hl-ag-5.

           move ref-kodikos-a to hk-val.
           perform top-feed thru top-feed-ex.

           go hl-ag-4.

       hl-ag-5.
           perform top-end.

           move "A.F.M." to tp-name.
           perform top-reset.
           move spaces to afm-a.
           start agores key not < afm-a invalid go hl-ag-7.

       hl-ag-6.
           read agores next record at end go hl-ag-7.

           move afm-a to hk-val.
           perform top-feed thru top-feed-ex.

           go hl-ag-6.

       hl-ag-7.
           perform top-end.

           close agores.

       hl-ag-ex.
           exit.

       hl-kin.
           move "KIN" to rg-id. move fkin to rg-fnam.
           move 91 to rg-len.
           perform hl-start.

           move "KODIKOS PELATH" to tp-name.
           perform top-reset.
           move spaces to hl-last.

           move fpel to fl-nam. open input pelates.
           move fkin to fl-nam. open input kinhseis.

       hl-kin-2.
           read kinhseis next record at end go hl-kin-3.

           add 1 to hl-cnt.

           if kin-kodikos not = hl-last
              move kin-kodikos to hl-last kodikos
              move "Y" to hl-last-ok
              read pelates invalid move "N" to hl-last-ok end-read
           end-if.

           if hl-last-ok = "N" add 1 to hl-orph.

           move kin-kodikos to hk-val.
           perform top-feed thru top-feed-ex.

           go hl-kin-2.

       hl-kin-3.
           close pelates kinhseis.

           perform hl-summary.

           move "ORFANES KINHSEIS" to rg-f-lbl.
           move hl-orph to rg-n9-ed.
           move rg-n9-ed to rg-f-val.
           perform rg-fld.

           perform top-end.

       hl-kin-ex.
           exit.

       hl-word.
           move "WORD" to rg-id. move fpel-2 to rg-fnam.
           move 113 to rg-len.
           perform hl-start.

           move "KODIKOS" to tp-name.
           perform top-reset.
           move spaces to hl-last.

           move fpel to fl-nam. open input pelates.
           move fag to fl-nam. open input agores.
           move fpel-2 to fl-nam. open input word.

       hl-word-2.
           read word next record at end go hl-word-3.

           add 1 to hl-cnt.

           if word-num not = hl-last
              move word-num to hl-last kodikos
              move "Y" to hl-last-ok
              read pelates invalid
                   move word-num to kodikos-a
                   read agores invalid
                        move "N" to hl-last-ok
                   end-read
              end-read
           end-if.

           if hl-last-ok = "N" add 1 to hl-orph.

           move word-num to hk-val.
           perform top-feed thru top-feed-ex.

           go hl-word-2.

       hl-word-3.
           close pelates agores word.

           perform hl-summary.

           move "ORFANES SHMEIWSEIS" to rg-f-lbl.
           move hl-orph to rg-n9-ed.
           move rg-n9-ed to rg-f-val.
           perform rg-fld.

           perform top-end.

       hl-word-ex.
           exit.

       hl-start.
           move 0 to hl-cnt hl-orph.

           move spaces to rg-h-text.
           string "ARXEIO " delimited by size
                  rg-fnam delimited by size
                  into rg-h-text.
           perform rg-head-prt.

       hl-summary.
           move rg-fnam to fl-nam.
           perform file-size.
           move rg-size-2 to rg-size-1.
           compute hl-data = hl-cnt * rg-len.

           move frc to fl-nam.
           open input reorgctl.
           move rg-id to rc-id.
           read reorgctl invalid
                move 0 to rc-date rc-count rc-size
           end-read.
           close reorgctl.

           move "EGGRAFES" to rg-f-lbl.
           move hl-cnt to rg-n9-ed.
           move rg-n9-ed to rg-f-val.
           perform rg-fld.

           move "MEGETHOS (BYTES)" to rg-f-lbl.
           move rg-size-1 to rg-n12-ed.
           move rg-n12-ed to rg-f-val.
           perform rg-fld.

           move "DEDOMENA (BYTES)" to rg-f-lbl.
           move hl-data to rg-n12-ed.
           move rg-n12-ed to rg-f-val.
           perform rg-fld.

           if rc-date = 0
              move "PROHG. METRHSH" to rg-f-lbl
              move "DEN YPARXEI" to rg-f-val
              perform rg-fld
           else
              move rc-date to ser-date-x
              perform date-edit
              move "PROHG. METRHSH" to rg-f-lbl
              move rg-date-ed to rg-f-val
              perform rg-fld
              compute hl-diff = hl-cnt - rc-count
              move hl-diff to rg-d12-ed
              move rc-count to rg-n9-ed
              move "AYXHSH EGGRAFWN" to rg-f-lbl
              move spaces to rg-f-val
              string rg-d12-ed delimited by size
                     "  (APO " delimited by size
                     rg-n9-ed delimited by size
                     ")" delimited by size
                     into rg-f-val
              perform rg-fld
              compute hl-diff = rg-size-1 - rc-size
              move hl-diff to rg-d12-ed
              move rc-size to rg-n12-ed
              move "AYXHSH MEGETHOYS" to rg-f-lbl
              move spaces to rg-f-val
              string rg-d12-ed delimited by size
                     "  (APO " delimited by size
                     rg-n12-ed delimited by size
                     ")" delimited by size
                     into rg-f-val
              perform rg-fld
           end-if.

           perform rc-update.

           add 1 to rg-done.

       top-reset.
           move spaces to hk-cur.
           move 0 to hk-run.
           initialize tp-table.

       top-feed.
           if hk-val = spaces go top-feed-ex.

           if hk-val = hk-cur
              add 1 to hk-run
              go top-feed-ex.

           perform top-push.

           move hk-val to hk-cur.
           move 1 to hk-run.

       top-feed-ex.
           exit.

       top-push.
           if hk-run > 1
              perform varying tp-i from 1 by 1
                      until tp-i > 5 or hk-run > tp-cnt (tp-i)
              end-perform
              if tp-i not > 5
                 perform varying tp-j from 5 by -1
                         until tp-j not > tp-i
                    move tp-ent (tp-j - 1) to tp-ent (tp-j)
                 end-perform
                 move hk-cur to tp-val (tp-i)
                 move hk-run to tp-cnt (tp-i)
              end-if
           end-if.

       top-end.
           perform top-push.

           move spaces to rg-f-val.
           string "KLEIDI " delimited by size
                  tp-name delimited by "  "
                  " - PERISSOTERES EGGRAFES" delimited by size
                  into rg-f-val.
           move spaces to rg-f-lbl.
           perform rg-fld.

           if tp-cnt (1) = 0
              move spaces to rg-k-val
              move "(KAMIA EPANALHPSH)" to rg-k-val
              move 0 to rg-k-cnt
              perform rg-page-check
              write rg-prt-rec from rg-k.

           perform varying tp-i from 1 by 1 until tp-i > 5
              if tp-cnt (tp-i) > 0
                 move tp-val (tp-i) to rg-k-val
                 move tp-cnt (tp-i) to rg-k-cnt
                 perform rg-page-check
                 write rg-prt-rec from rg-k
              end-if
           end-perform.

       date-edit.
           move ser-dd to rg-ed-dd. move ser-mm to rg-ed-mm.
           move ser-yy to rg-ed-yy.

       rg-head-prt.
           perform rg-page-check.
           write rg-prt-rec from rg-2.
           perform rg-page-check.
           write rg-prt-rec from rg-h.

       rg-fld.
           perform rg-page-check.
           write rg-prt-rec from rg-f.

       rg-page-check.
           if prt-line-cnt >= prt-max-lines
              write rg-prt-rec from rg-2 after advancing page
              perform rg-header-2
           end-if.

           add 1 to prt-line-cnt.

       rg-header.
           perform spool-open.
           open extend rg-prt.
           move 0 to prt-page-no.

       rg-header-2.
           add 1 to prt-page-no.
           move prt-page-no to rg-page-1.
           move 0 to prt-line-cnt.
           move ed-date to rg-date-1.
           write rg-prt-rec from rg-1.
           move etairia to rg-etairia-1.
           write rg-prt-rec from rg-1b.
           write rg-prt-rec from rg-2.

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
           move spf-name to rg-device.

       spool-close.
           move fspl to fl-nam.
           open i-o splctl.

           move spool-no to spl-no.
           move "reorg" to spl-job.
           move oper-code to spl-oper.
           move rg-today to spl-date.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.

       menu-box.
           perform clean-box.

           move c-name(6) to bc. move c-name(8) to fc.
           display "######## ANADIORGANWSH ARXEIWN ##########"
                   line 7 position 12 control col-cnt
                   "#                                       #"
                   line 8 position 12
                   "# 1.ANADIORG. 2.ANAFORA YGEIAS.....:    #"
                   line 9 position 12
                   "#                                       #"
                   line 10 position 12
                   "# 1.PEL 2.PELAG 3.KIN 4.WORD 5.OLA.:    #"
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
                   "#                            #" line 14 position 24
                   "##############################" line 15 position 24

                   bc-line line 16 position 26 size 30 control nor-cnt.

           perform varying x from 11 by 1 until x > 15
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           move spool-no to spool-no-ed.
           move rg-done to rg-done-ed.
           move rg-bad to rg-bad-ed.

           display "SPOOL No....:" line 11 position 27
                                control col-cnt
                   spool-no-ed line 11 position 41
                   "ARXEIA OK...:" line 12 position 27
                   rg-done-ed line 12 position 44
                   "LATHH.......:" line 13 position 27
                   rg-bad-ed line 13 position 44
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
