       id division.
       program-id. plan01.
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

           select optional pelbal assign random file-name
           organization indexed
           access dynamic
           record key bal-kodikos
           status bal-stat.

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

           select optional seqctl assign random file-name
           organization indexed
           access dynamic
           record key seq-id
           status seq-stat.

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

       fd pelbal.
       01 pelbal-rec.
          02 bal-kodikos pic x(20).
          02 bal-poso pic s9(9)v99.
          02 bal-date pic 9(8).

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

       fd seqctl.
       01 seqctl-rec.
          02 seq-id pic x(8).
          02 seq-next pic 9(8).

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
           02 inv-line pic x(80) value all spaces.

       01  num-var.
           02 flag pic 9.
           02 flag2 pic x.
           02 x pic 9999.

       01  file-status.
           02 pel-stat pic xx.
           02 bal-stat pic xx.
           02 pl-stat pic xx.
           02 pi-stat pic xx.
           02 seq-stat pic xx.
           02 word-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.

       01  files-used.
           02 fpel pic x(12) value "pel.dat".
           02 fbal pic x(12) value "pelbal.dat".
           02 fplan pic x(12) value "plan.dat".
           02 fplinst pic x(12) value "plinst.dat".
           02 fseq pic x(12) value "ctrl.dat".
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
       01  valid-mess.
           02 val-mess pic x(23).

       01  t-code pic x(20).

       77  pn-today pic 9(8).
       77  pn-found pic x.
       77  pn-bal pic s9(9)v99.
       77  pn-total pic s9(9)v99.
       77  pn-count pic 99.
       77  pn-base pic s9(7)v99.
       77  pn-first pic 9(8).
       77  pn-seq pic 9(3).
       77  pn-i pic 99.
       77  pn-row pic 99.
       77  pn-col pic 99.
       77  pn-q pic 9(4).
       77  pn-r pic 9(4).
       77  pn-lim pic 99.
       01  pn-before pic x(250).

       01  pn-ent.
           02 pn-dd pic 99.
           02 pn-mm pic 99.
           02 pn-yy pic 9(4).

       01  pn-date-x.
           02 pn-d-yy pic 9(4). 02 pn-d-mm pic 99. 02 pn-d-dd pic 99.

       01  pn-date-ed.
           02 pn-ed-dd pic 99/. 02 pn-ed-mm pic 99/.
           02 pn-ed-yy pic 9(4).

       01  pn-poso-ed pic zzzzzzzz9.99-.
       01  pn-no-ed pic zzzzz9.

       01  pn-cell.
           02 pn-c-no pic z9.
           02 filler pic x value space.
           02 pn-c-dd pic 99/.
           02 pn-c-mm pic 99/.
           02 pn-c-yy pic 99.
           02 filler pic x value space.
           02 pn-c-poso pic zzzzz9.99.
           02 pn-c-flag pic x.

       01  dim-tab.
           02 pic x(24) value "312831303130313130313031".
       01  redefines dim-tab.
           02 dim pic 99 occurs 12 times.

       01  sh-tab.
           02 sh-entry occurs 24 times.
              03 sh-due pic 9(8).
              03 sh-poso pic s9(7)v99.
              03 sh-paid pic s9(7)v99.

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

           compute pn-today = t-yy * 10000 + t-mm * 100 + t-dd.

       begin-2.
           perform plan-box.
           initialize t-code.

       a1.
           accept t-code line 5 position 22 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go telos
              when other go a1
           end-evaluate.

           if t-code = spaces go a1.

           move fpel to fl-nam.
           open input pelates.
           move t-code to kodikos.
           read pelates invalid move 1 to flag
                not invalid move 0 to flag
           end-read.
           close pelates.

           if flag = 1
              move "CODE NOT FOUND      " to inval-mess
              perform invalid-message
              go a1.

           move c-name(6) to bc. move c-name(7) to fc.
           display epitheto line 6 position 22 control col-cnt
                   onoma line 6 position 48.

           move 0 to pn-bal.
           move fbal to fl-nam.
           open input pelbal.
           move t-code to bal-kodikos.
           read pelbal invalid continue
                not invalid move bal-poso to pn-bal
           end-read.
           close pelbal.

           move pn-bal to pn-poso-ed.
           display pn-poso-ed line 7 position 22 control col-cnt.

           perform find-plan thru find-plan-ex.

           if pn-found = "Y"
              perform load-sched thru load-sched-ex
              perform show-plan
              perform show-sched
              go view-a1.

           if pn-bal not > 0
              move "XWRIS YPOLOIPO      " to inval-mess
              perform invalid-message
              go begin-2.

           move pn-bal to pn-total.
           move 0 to pn-count.

           move t-dd to pn-dd.
           move t-mm to pn-mm.
           move t-yy to pn-yy.
           add 1 to pn-mm.
           if pn-mm > 12
              move 1 to pn-mm
              add 1 to pn-yy.
           perform month-end.
           if pn-dd > pn-lim move pn-lim to pn-dd.

       a2.
           accept pn-total line 8 position 22 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a1
              when other go a2
           end-evaluate.

           if pn-total not > 0 go a2.

           if pn-total > pn-bal
              move "POSO > YPOLOIPO     " to inval-mess
              perform invalid-message
              go a2.

       a3.
           accept pn-count line 9 position 22 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a2
              when other go a3
           end-evaluate.

           if pn-count < 2 or pn-count > 24
              move "DOSEIS 2 - 24       " to inval-mess
              perform invalid-message
              go a3.

       a4.
           accept pn-dd line 10 position 22 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a3
              when other go a4
           end-evaluate.

       a4-2.
           accept pn-mm line 10 position 25 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a4
              when other go a4-2
           end-evaluate.

       a4-3.
           accept pn-yy line 10 position 28 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a4-2
              when other go a4-3
           end-evaluate.

           if pn-mm = 0 or pn-mm > 12 or pn-dd = 0 or pn-yy < 1900
              move "LATHOS HMEROMHNIA   " to inval-mess
              perform invalid-message
              go a4.

           perform month-end.
           if pn-dd > pn-lim
              move "LATHOS HMEROMHNIA   " to inval-mess
              perform invalid-message
              go a4.

           compute pn-first = pn-yy * 10000 + pn-mm * 100 + pn-dd.

           if pn-first < pn-today
              move "LATHOS HMEROMHNIA   " to inval-mess
              perform invalid-message
              go a4.

           perform build-sched.
           perform show-sched.

       a5.
           move c-name(6) to bc. move c-name(8) to fc.
           display "KATAXWRHSH (N/O):" line 20 position 8
                   control col-cnt.

           move "o" to synexeia.
           accept synexeia line 20 position 26 update tab blink
             on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 perform clear-prompt go a2
              when other go a5
           end-evaluate.

           evaluate true
              when syn-n continue
              when syn-o perform clear-prompt go a2
              when other go a5
           end-evaluate.

           perform save-plan thru save-plan-ex.

           move "PROGRAMMA KATAXWRHTHHKE" to val-mess.
           perform valid-message.
           go begin-2.

       view-a1.
           move c-name(6) to bc. move c-name(8) to fc.
           display "F5=GRAMMA SYMFWNIAS  F6=AKYRWSH  ESC=EXODOS"
                   line 20 position 8 control col-cnt.

           accept flag line 24 position 80 control acpt-col
           on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 5 go view-ltr
              when 6 go view-cancel
              when other go view-a1
           end-evaluate.

           go view-a1.

       view-ltr.
           move plan-rec to pn-before.
           move "P" to pl-ltr.
           move 0 to pl-ltr-date.
           perform plan-rewrite.

           move "GRAMMA SE ANAMONH   " to val-mess.
           perform valid-message.
           perform show-plan.
           go view-a1.

       view-cancel.
           if oper-level < 3
              move "DEN EPITREPETAI     " to inval-mess
              perform invalid-message
              go view-a1.

           perform clear-prompt.
           move c-name(6) to bc. move c-name(8) to fc.
           display "AKYRWSH PROGRAMMATOS (N/O):" line 20 position 8
                   control col-cnt.

           move "o" to synexeia.
           accept synexeia line 20 position 36 update tab blink.

           evaluate true
              when syn-n continue
              when syn-o perform clear-prompt go view-a1
              when other go view-cancel
           end-evaluate.

           move plan-rec to pn-before.
           move "X" to pl-status.
           move pn-today to pl-end-date.
           perform plan-rewrite.

           move pl-no to pn-no-ed.
           move spaces to word-text.
           string "AKYRWSH PROGRAMMATOS DOSEWN " delimited by size
                  pn-no-ed delimited by size
                  into word-text.
           perform note-write thru note-write-ex.

           move "PROGRAMMA AKYRWTHHKE" to val-mess.
           perform valid-message.
           go begin-2.

       find-plan.
           move "N" to pn-found.

           move fplan to fl-nam.
           open input plan.

           move t-code to pl-kodikos.
           start plan key not < pl-kodikos
                 invalid go find-plan-9.

       find-plan-2.
           read plan next record at end go find-plan-9.

           if pl-kodikos not = t-code go find-plan-9.

           if pl-status not = "A" go find-plan-2.

           move "Y" to pn-found.

       find-plan-9.
           close plan.

       find-plan-ex.
           exit.

       load-sched.
           initialize sh-tab.

           move fplinst to fl-nam.
           open input plinst.

           move pl-no to pi-no.
           move 0 to pi-seq.

           start plinst key not < pi-key
                 invalid go load-sched-9.

       load-sched-2.
           read plinst next record at end go load-sched-9.

           if pi-no not = pl-no go load-sched-9.

           if pi-seq > 0 and pi-seq < 25
              move pi-due to sh-due (pi-seq)
              move pi-poso to sh-poso (pi-seq)
              move pi-paid to sh-paid (pi-seq).

           go load-sched-2.

       load-sched-9.
           close plinst.

       load-sched-ex.
           exit.

       build-sched.
           initialize sh-tab.

           compute pn-base = pn-total / pn-count.

           move pn-yy to pn-d-yy.
           move pn-mm to pn-d-mm.
           move pn-dd to pn-d-dd.

           perform varying pn-i from 1 by 1 until pn-i > pn-count
              move pn-yy to pn-d-yy
              move pn-mm to pn-d-mm
              perform month-end
              if pn-dd > pn-lim move pn-lim to pn-d-dd
                           else move pn-dd to pn-d-dd
              end-if
              move pn-date-x to sh-due (pn-i)
              move pn-base to sh-poso (pn-i)
              add 1 to pn-mm
              if pn-mm > 12
                 move 1 to pn-mm
                 add 1 to pn-yy
              end-if
           end-perform.

           compute sh-poso (pn-count) =
                   pn-total - pn-base * ( pn-count - 1 ).

           move sh-due (1) to pn-date-x.
           move pn-d-yy to pn-yy.
           move pn-d-mm to pn-mm.
           move pn-d-dd to pn-dd.

       month-end.
           move dim (pn-mm) to pn-lim.

           if pn-mm = 2
              divide pn-yy by 4 giving pn-q remainder pn-r
              if pn-r = 0 move 29 to pn-lim end-if
              divide pn-yy by 100 giving pn-q remainder pn-r
              if pn-r = 0 move 28 to pn-lim end-if
              divide pn-yy by 400 giving pn-q remainder pn-r
              if pn-r = 0 move 29 to pn-lim end-if
           end-if.

       show-plan.
           move c-name(6) to bc. move c-name(7) to fc.

           move pl-total to pn-poso-ed.
           display pn-poso-ed line 8 position 22 control col-cnt
                   pl-count line 9 position 22.

           move pl-first to pn-date-x.
           perform date-edit.
           display pn-date-ed line 10 position 22 control col-cnt.

           move pl-no to pn-no-ed.
           move pl-paid to pn-poso-ed.
           display "PROGRAMMA:" line 7 position 45 control col-cnt
                   pn-no-ed line 7 position 56
                   "EXOFLHSH.:" line 8 position 45
                   pn-poso-ed line 8 position 56
                   "GRAMMA...:" line 9 position 45
                   pl-ltr line 9 position 56.

       show-sched.
           move c-name(6) to bc. move c-name(7) to fc.

           perform varying pn-i from 1 by 1 until pn-i > 24
              compute pn-q = ( pn-i - 1 ) / 8
              compute pn-row = pn-i - pn-q * 8 + 11
              compute pn-col = pn-q * 22 + 6
              if sh-due (pn-i) = 0
                 display inv-line line pn-row position pn-col size 22
                         control col-cnt
              else
                 move pn-i to pn-c-no
                 move sh-due (pn-i) to pn-date-x
                 move pn-d-dd to pn-c-dd
                 move pn-d-mm to pn-c-mm
                 move pn-d-yy (3:2) to pn-c-yy
                 move sh-poso (pn-i) to pn-c-poso
                 evaluate true
                    when sh-paid (pn-i) = 0 move space to pn-c-flag
                    when sh-paid (pn-i) < sh-poso (pn-i)
                         move "-" to pn-c-flag
                    when other move "*" to pn-c-flag
                 end-evaluate
                 display pn-cell line pn-row position pn-col
                         control col-cnt
              end-if
           end-perform.

       date-edit.
           move pn-d-dd to pn-ed-dd.
           move pn-d-mm to pn-ed-mm.
           move pn-d-yy to pn-ed-yy.

       save-plan.
           move fseq to fl-nam.
           open i-o seqctl.
           move "PLAN" to seq-id.

           read seqctl invalid
                move 0 to seq-next
                write seqctl-rec invalid continue end-write
           end-read.

           add 1 to seq-next.

           rewrite seqctl-rec invalid continue end-rewrite.
           close seqctl.

           initialize plan-rec.
           move seq-next to pl-no.
           move t-code to pl-kodikos.
           move pn-today to pl-date.
           move pn-bal to pl-bal.
           move pn-total to pl-total.
           move pn-count to pl-count.
           move sh-due (1) to pl-first.
           move 0 to pl-paid.
           move "A" to pl-status.
           move "P" to pl-ltr.
           move oper-code to pl-oper.

           move fplan to fl-nam.
           open i-o plan.
           write plan-rec invalid continue end-write.
           close plan.

           move fplinst to fl-nam.
           open i-o plinst.

           perform varying pn-i from 1 by 1 until pn-i > pn-count
              move pl-no to pi-no
              move pn-i to pi-seq
              move sh-due (pn-i) to pi-due
              move sh-poso (pn-i) to pi-poso
              move 0 to pi-paid pi-date
              write plinst-rec invalid continue end-write
           end-perform.

           close plinst.

           move spaces to pn-before.
           move "A" to aud-op.
           perform plan-audit.

           move pl-no to pn-no-ed.
           move pl-total to pn-poso-ed.
           move spaces to word-text.
           string "PROGRAMMA DOSEWN " delimited by size
                  pn-no-ed delimited by size
                  " DOSEIS " delimited by size
                  pl-count delimited by size
                  " POSO " delimited by size
                  pn-poso-ed delimited by size
                  into word-text.
           perform note-write thru note-write-ex.

       save-plan-ex.
           exit.

       plan-rewrite.
           move fplan to fl-nam.
           open i-o plan.
           rewrite plan-rec invalid continue end-rewrite.
           close plan.

           move "U" to aud-op.
           perform plan-audit.

       plan-audit.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "plan" to aud-prog.
           move pl-kodikos to aud-key.
           move oper-code to aud-operator.
           move pn-before to aud-before.
           move plan-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       note-write.
           move fpel-2 to fl-nam.
           open i-o word.

           move 0 to pn-seq.

       note-seq.
           move t-code to word-num.
           move pn-today to word-date.
           compute word-seq = pn-seq + 1.

           start word key not < word-key
                 invalid go note-seq-2.

           read word next record at end go note-seq-2.

           if word-num not = t-code go note-seq-2.
           if word-date not = pn-today go note-seq-2.

           move word-seq to pn-seq.

           go note-seq.

       note-seq-2.
           move t-code to word-num.
           move pn-today to word-date.
           compute word-seq = pn-seq + 1.
           move oper-code to word-oper.

           write word-rec invalid continue end-write.

           close word.

       note-write-ex.
           exit.

       clear-prompt.
           move c-name(6) to bc. move c-name(8) to fc.
           display inv-line line 20 position 8 size 60 control col-cnt.

       plan-box.
           perform clean-box.

           move c-name(6) to bc. move c-name(8) to fc.
           display "########################## PROGRAMMA"
                   line 3 position 4 control col-cnt
                   " DOSEWN ###########################"
                   line 3 position 39.

           perform varying x from 4 by 1 until x > 21
           display "#                                  "
                   line x position 4
                   "                                  #"
                   line x position 39
           end-perform.

           display "###################################"
                   line 22 position 4
                   "###################################"
                   line 22 position 39

                   "KODIKOS.....:" line 5 position 8
                   "YPOLOIPO....:" line 7 position 8
                   "POSO........:" line 8 position 8
                   "DOSEIS......:" line 9 position 8
                   "PRWTH DOSH..:" line 10 position 8
                   "/" line 10 position 24
                   "/" line 10 position 27
                   "* = EXOFLHMENH  - = MERIKWS" line 11 position 40
                   "ESC" line 21 position 8.

           move c-name(3) to bc. move c-name(8) to fc.
           display "EXODOS" line 21 position 12 control col-cnt.

           display bc-line line 23 position 6 size 70 control nor-cnt.
           perform varying x from 4 by 1 until x > 22
           display bc-line line x position 74 size 2 control nor-cnt
           end-perform.

       invalid-message.
           move c-name(2) to bc. move c-name(3) to fc.
           display inval-mess line 21 position 40 control col-cnt.
           accept flag line 24 position 80 no beep control acpt-col.
           move c-name(6) to bc. move c-name(8) to fc.
           display inv-line line 21 position 40 size 20 control col-cnt.

       valid-message.
           move c-name(2) to bc. move c-name(3) to fc.
           display val-mess line 21 position 40 control col-cnt.
           accept flag line 24 position 80 no beep control acpt-col.
           move c-name(6) to bc. move c-name(8) to fc.
           display inv-line line 21 position 40 size 23 control col-cnt.

       clean-box.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 3 by 1 until x > 23
           display bc-line line x position 3 size 75
                           control col-cnt
           end-perform.

       telos.
           perform clean-box.
           goback.

       brk.
           exit.

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
