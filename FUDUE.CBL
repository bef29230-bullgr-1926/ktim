       id division.
       program-id. fudue.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional diary assign random file-name
           organization indexed
           access dynamic

           record key fu-key
           alternate record key fu-oper-key with duplicates
           alternate record key fu-kodikos with duplicates
           status fu-stat.

           select optional pelates assign random file-name
           organization indexed
           access dynamic

           record key kodikos
           status pel-stat.

           select optional agores assign random file-name
           organization indexed
           access dynamic

           record key kodikos-a
           status ag-stat.

           select optional word assign random file-name
           organization indexed
           access dynamic

           record key word-key
           status word-stat.

           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

       data division.
       file section.
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

       fd word.
       01 word-rec.
          02 word-key.
             03 word-num pic x(20).
             03 word-date pic 9(8).
             03 word-seq pic 9(3).
          02 word-oper pic x(10).
          02 word-text pic x(72).

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

       01  file-status.
           02 fu-stat pic xx.
           02 pel-stat pic xx.
           02 ag-stat pic xx.
           02 word-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.

       01  files-used.
           02 fdiary pic x(12) value "diary.dat".
           02 fpel pic x(12) value "pel.dat".
           02 fag pic x(12) value "pelag.dat".
           02 fpel-2 pic x(12) value "word.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).

       77  save-prog pic x(12).

       77  fu-today pic 9(8).
       77  fu-before pic x(118).
       01  fu-note pic x(40).

       01  fl-tab.
           02 fl-ent occurs 100 times.
              03 fl-key pic x(31).
              03 fl-due pic 9(8).
              03 fl-file pic x.
              03 fl-kod pic x(20).
              03 fl-reason pic x(40).
       77  fl-used pic 9(3).
       77  fl-i pic 9(3).
       77  fl-top pic 9(3).
       77  fl-row pic 99.
       77  fl-pick pic 9(3).
       77  fl-over pic 9(3).
       01  fl-used-ed pic zz9.
       01  fl-over-ed pic zz9.

       01  fl-ln.
           02 fl-ln-no pic zz9.
           02 filler pic x value space.
           02 fl-ln-date pic x(10).
           02 filler pic x value space.
           02 fl-ln-mark pic x.
           02 filler pic x value space.
           02 fl-ln-file pic x.
           02 filler pic x value space.
           02 fl-ln-kod pic x(12).
           02 filler pic x value space.
           02 fl-ln-reas pic x(24).

       01  pel-name pic x(40).

       01  fi-date.
           02 fi-dd pic 99.
           02 fi-mm pic 99.
           02 fi-yy pic 9(4).

       01  dim-values.
           02 pic x(24) value "312831303130313130313031".
       01  redefines dim-values.
           02 dim pic 99 occurs 12 times.
       77  dt-q pic 9(4).
       77  dt-r pic 9(4).
       77  dt-lim pic 99.

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

       77  wk-seq pic 9(3).

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

           compute fu-today = t-yy * 10000 + t-mm * 100 + t-dd.

       begin-2.
           perform fl-load thru fl-load-ex.

           if fl-used = 0 go telos.

           perform fl-box.
           move 1 to fl-top.

       fl-disp.
           perform fl-rows thru fl-rows-ex.

       fl-sel.
           move c-name(3) to bc. move c-name(8) to fc.
           display inv-line line 18 position 14 size 52 control col-cnt
                   inv-line line 19 position 10 size 56.

           move 0 to fl-pick.
           accept fl-pick line 18 position 14
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go telos
              when 67 if fl-top > 10 subtract 10 from fl-top
                         go fl-disp
                      else go fl-sel
                      end-if
              when 68 if fl-top + 10 not > fl-used add 10 to fl-top
                         go fl-disp
                      else go fl-sel
                      end-if
              when other continue
           end-evaluate.

           if fl-pick = 0 or fl-pick > fl-used go fl-sel.

           perform name-get.

           move c-name(3) to bc. move c-name(8) to fc.
           display pel-name line 18 position 19 size 40 control col-cnt
                   fl-reason (fl-pick) line 19 position 10.

       fl-act.
           move c-name(3) to bc. move c-name(7) to fc.
           display "F2=KARTELA F3=METATHESH F4=OLOKLHRWSH"
                   line 18 position 19 size 40 control col-cnt.

           accept flag line 24 position 80 control acpt-col
           on exception chr-ch
           evaluate chr-ch
              when 27 go fl-sel
              when 2 go fl-jump
              when 3 go fl-resched
              when 4 go fl-complete
              when other go fl-act
           end-evaluate.

           go fl-act.

       fl-jump.
           move fdiary to fl-nam.
           open i-o diary.
           move fl-key (fl-pick) to fu-key.
           read diary invalid close diary go begin-2.
           move "J" to fu-jump.
           rewrite diary-rec invalid continue end-rewrite.
           close diary.

           move prog to save-prog.
           if fl-file (fl-pick) = "A"
              move "pelag" to prog
           else
              move "pel02" to prog.
           call pr-path using linkages.
           cancel pr-path.
           move save-prog to prog.

           move fdiary to fl-nam.
           open i-o diary.
           move fl-key (fl-pick) to fu-key.
           read diary invalid close diary go begin-2.
           if fu-jump not = space
              move space to fu-jump
              rewrite diary-rec invalid continue end-rewrite.
           close diary.

           perform fl-box.
           perform fl-rows thru fl-rows-ex.

           move c-name(3) to bc. move c-name(8) to fc.
           display pel-name line 18 position 19 size 40 control col-cnt
                   "OLOKLHRWTHKE; (N/O):" line 19 position 10.

           move "o" to synexeia.
           accept synexeia line 19 position 31 update tab blink.

           if syn-n go fl-complete.

           go begin-2.

       fl-complete.
           move c-name(3) to bc. move c-name(8) to fc.
           display inv-line line 19 position 10 size 56 control col-cnt
                   "SHMEIWSH:" line 19 position 10.

           move spaces to fu-note.

       fl-complete-a1.
           accept fu-note line 19 position 20 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go fl-sel
              when other go fl-complete-a1
           end-evaluate.

           move fdiary to fl-nam.
           open i-o diary.
           move fl-key (fl-pick) to fu-key.
           read diary invalid close diary go begin-2.

           if fu-done = "Y" close diary go begin-2.

           move diary-rec to fu-before.
           move "Y" to fu-done.
           move fu-today to fu-done-date.
           move space to fu-jump.

           rewrite diary-rec invalid close diary
                                     go begin-2 end-rewrite.
           close diary.

           perform note-write thru note-write-ex.

           move "U" to aud-op.
           perform audit-write.

           go begin-2.

       fl-resched.
           move c-name(3) to bc. move c-name(8) to fc.
           display inv-line line 19 position 10 size 56 control col-cnt
                   "NEA HMEROMHNIA:   /  /" line 19 position 10.

           move fl-due (fl-pick) to kin-date-x.
           move kd-dd to fi-dd. move kd-mm to fi-mm.
           move kd-yy to fi-yy.

       fl-resched-a1.
           accept fi-dd line 19 position 26 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go fl-sel
              when other go fl-resched-a1
           end-evaluate.

       fl-resched-a2.
           accept fi-mm line 19 position 29 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go fl-sel
              when 52 go fl-resched-a1
              when other go fl-resched-a2
           end-evaluate.

       fl-resched-a3.
           accept fi-yy line 19 position 32 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go fl-sel
              when 52 go fl-resched-a2
              when other go fl-resched-a3
           end-evaluate.

           perform date-check.
           if flag = 1 go fl-resched-a1.

           move fdiary to fl-nam.
           open i-o diary.
           move fl-key (fl-pick) to fu-key.
           read diary invalid close diary go begin-2.

           move diary-rec to fu-before.
           compute fu-due = fi-yy * 10000 + fi-mm * 100 + fi-dd.

           rewrite diary-rec invalid close diary
                                     go begin-2 end-rewrite.
           close diary.

           move "U" to aud-op.
           perform audit-write.

           go begin-2.

       date-check.
           move 0 to flag.

           if fi-mm = 0 or fi-mm > 12 or fi-dd = 0
              move 1 to flag.

           if flag = 0
              move dim (fi-mm) to dt-lim
              if fi-mm = 2
                 divide fi-yy by 4 giving dt-q remainder dt-r
                 if dt-r = 0 move 29 to dt-lim end-if
                 divide fi-yy by 100 giving dt-q remainder dt-r
                 if dt-r = 0 move 28 to dt-lim end-if
                 divide fi-yy by 400 giving dt-q remainder dt-r
                 if dt-r = 0 move 29 to dt-lim end-if
              end-if
              if fi-dd > dt-lim move 1 to flag end-if
           end-if.

           if flag = 0
              if fi-yy * 10000 + fi-mm * 100 + fi-dd < fu-today
                 move 1 to flag.

           if flag = 1
              move "LATHOS HMEROMHNIA   " to inval-mess
              perform invalid-message.

       fl-load.
           move 0 to fl-used fl-over.
           initialize fl-tab.

           move fdiary to fl-nam.
           open input diary.

           move oper-code to fu-oper.
           move 0 to fu-due.

           start diary key not < fu-oper-key
                 invalid go fl-load-3.

       fl-load-2.
           read diary next record at end go fl-load-3.

           if fu-oper not = oper-code go fl-load-3.
           if fu-due > fu-today go fl-load-3.

           if fu-done = "Y" go fl-load-2.

           if fl-used = 100 go fl-load-3.

           add 1 to fl-used.
           move fu-key to fl-key (fl-used).
           move fu-due to fl-due (fl-used).
           move fu-file to fl-file (fl-used).
           move fu-kodikos to fl-kod (fl-used).
           move fu-reason to fl-reason (fl-used).

           if fu-due < fu-today add 1 to fl-over.

           go fl-load-2.

       fl-load-3.
           close diary.

       fl-load-ex.
           exit.

       fl-rows.
           move fl-top to fl-i.
           move 8 to fl-row.

       fl-rows-2.
           if fl-row > 17 go fl-rows-ex.

           move c-name(3) to bc. move c-name(7) to fc.

           if fl-i > fl-used
              display inv-line line fl-row position 10 size 56
                      control col-cnt
           else
              move fl-i to fl-ln-no
              move fl-due (fl-i) to kin-date-x
              perform date-edit
              move ed-kin-date to fl-ln-date
              move space to fl-ln-mark
              if fl-due (fl-i) < fu-today move "*" to fl-ln-mark
              end-if
              move fl-file (fl-i) to fl-ln-file
              move fl-kod (fl-i) to fl-ln-kod
              move fl-reason (fl-i) to fl-ln-reas
              display fl-ln line fl-row position 10 control col-cnt
           end-if.

           add 1 to fl-i. add 1 to fl-row.

           go fl-rows-2.

       fl-rows-ex.
           exit.

       name-get.
           move spaces to pel-name.

           if fl-file (fl-pick) = "A"
              move fag to fl-nam
              open input agores
              move fl-kod (fl-pick) to kodikos-a
              read agores invalid continue
                   not invalid
                   string epitheto-a delimited by "  "
                          " " delimited by size
                          onoma-a delimited by "  "
                          into pel-name
              end-read
              close agores
           else
              move fpel to fl-nam
              open input pelates
              move fl-kod (fl-pick) to kodikos
              read pelates invalid continue
                   not invalid
                   string epitheto delimited by "  "
                          " " delimited by size
                          onoma delimited by "  "
                          into pel-name
              end-read
              close pelates.

       note-write.
           move fpel-2 to fl-nam.
           open i-o word.

           move 0 to wk-seq.

       note-seq.
           move fu-kodikos to word-num.
           move fu-today to word-date.
           compute word-seq = wk-seq + 1.

           start word key not < word-key
                 invalid go note-seq-2.

           read word next record at end go note-seq-2.

           if word-num not = fu-kodikos go note-seq-2.
           if word-date not = fu-today go note-seq-2.

           move word-seq to wk-seq.

           go note-seq.

       note-seq-2.
           move fu-kodikos to word-num.
           move fu-today to word-date.
           compute word-seq = wk-seq + 1.
           move oper-code to word-oper.

           move spaces to word-text.
           string "YPENTHYMISH: " delimited by size
                  fu-reason delimited by "  "
                  " - " delimited by size
                  fu-note delimited by size
                  into word-text.

           write word-rec invalid continue end-write.

           close word.

       note-write-ex.
           exit.

       date-edit.
           move kd-dd to ed-kin-dd. move kd-mm to ed-kin-mm.
           move kd-yy to ed-kin-yy.

       audit-write.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "diary" to aud-prog.
           move fu-kodikos to aud-key.
           move oper-code to aud-operator.
           move fu-before to aud-before.
           move diary-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       fl-box.
           perform clean-box.

           move c-name(3) to bc. move c-name(8) to fc.
           display
           "###################### YPENTHYMISEIS ######################"
                   line 5 position 8 control col-cnt.

           perform varying x from 6 by 1 until x > 19
           display
           "#                                                         #"
                   line x position 8
           end-perform.

           display
           "###########################################################"
                   line 20 position 8

                   " AA HMER/NIA     F KODIKOS      AITIA"
                   line 6 position 10
                   half-line line 7 position 10 size 55
                   "AA:" line 18 position 10
                   "PGUP-PGDN" line 20 position 12
                   "ESC" line 20 position 26
                   "* = EKPROTHESMH" line 20 position 34.

           move fl-used to fl-used-ed.
           move fl-over to fl-over-ed.
           move c-name(3) to bc. move c-name(7) to fc.
           display "EKKREMEI:" line 4 position 10 control col-cnt
                   fl-used-ed line 4 position 20
                   "EKPROTHESMES:" line 4 position 26
                   fl-over-ed line 4 position 40.

           display bc-line line 21 position 10 size 59 control nor-cnt.
           perform varying x from 6 by 1 until x > 20
           display bc-line line x position 67 size 2 control nor-cnt
           end-perform.

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
