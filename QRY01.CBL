       id division.
       program-id. qry01.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional qrydef assign random file-name
           organization indexed
           access dynamic
           record key qd-name
           status qd-stat.

           select optional qrywrk assign random file-name
           organization indexed
           access dynamic
           record key qw-key
           status qw-stat.

           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

       data division.
       file section.
       fd qrydef.
       01 qrydef-rec.
          02 qd-name pic x(12).
          02 qd-desc pic x(30).
          02 qd-src pic x.
          02 qd-cols.
             03 qd-col pic 99 occurs 6 times.
          02 qd-conds.
             03 qd-cond occurs 4 times.
                04 qd-c-fld pic 99.
                04 qd-c-op pic xx.
                04 qd-c-val pic x(20).
                04 qd-c-num redefines qd-c-val pic s9(9)v99.
          02 qd-sort pic 99.
          02 qd-sort-dir pic x.
          02 qd-out pic x.
          02 qd-dl-name pic x(40).
          02 qd-delim pic x.
          02 qd-eod pic x.
          02 qd-pend pic x(10).
          02 qd-oper pic x(10).
          02 qd-date pic 9(8).
          02 qd-last pic 9(8).
          02 qd-cnt pic 9(5).

       fd qrywrk.
       01 qrywrk-rec.
          02 qw-key.
             03 qw-sort pic x(35).
             03 qw-seq pic 9(6).
          02 qw-vals.
             03 qw-val pic x(35) occurs 6 times.

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
           02 inv-line pic x(80) value all spaces.
           02 half-line pic x(80) value all "-".

       01  num-var.
           02 flag pic 9.
           02 flag2 pic x.
           02 x pic 9999.

       01  qf-pel-tab.
           02 pic x(18) value "KODIKOS        A20".
           02 pic x(18) value "ONOMA          A15".
           02 pic x(18) value "EPITHETO       A25".
           02 pic x(18) value "DIEYTHYNSH     A35".
           02 pic x(18) value "AFM            A08".
           02 pic x(18) value "THLEFWNO       A15".
           02 pic x(18) value "POLH           A15".
           02 pic x(18) value "TK             A05".
           02 pic x(18) value "NOMOS          A15".
           02 pic x(18) value "EORTH MHNAS    I05".
           02 pic x(18) value "ORIO PISTWSHS  N13".
           02 pic x(18) value "KATASTASH      A15".
           02 pic x(18) value "YPOLOIPO       N13".

       01  qf-ag-tab.
           02 pic x(18) value "KODIKOS        A20".
           02 pic x(18) value "ONOMA          A15".
           02 pic x(18) value "EPITHETO       A25".
           02 pic x(18) value "DIEYTHYNSH     A35".
           02 pic x(18) value "EPAGGELMA      A20".
           02 pic x(18) value "AFM            A08".
           02 pic x(18) value "THLEFWNO 1     A15".
           02 pic x(18) value "THLEFWNO 2     A15".
           02 pic x(18) value "SYSTASH        A20".
           02 pic x(18) value "POLH           A15".
           02 pic x(18) value "TK             A05".
           02 pic x(18) value "NOMOS          A15".
           02 pic x(18) value "YPOL. SYSTASHS N13".

       01  qf-tab.
           02 qf-ent occurs 13 times.
              03 qf-name pic x(15).
              03 qf-type pic x.
                 88 qf-numeric values "N" "I".
              03 qf-len pic 99.

       01  qo-line pic x(132).
       01  qo-txt pic x(35).
       77  qo-ptr pic 9(3).
       77  qo-w pic 9(3).
       77  qo-max pic 9(3).
       77  qo-c pic 9.
       77  qo-first pic x.

       77  qa-i pic 9.
       77  qa-ln pic 99.
       77  qa-pos pic 99.
       77  qa-key pic x.
       77  qa-src pic x(7).
       01  qa-num-ed pic -zzzzzzzz9.99.
       01  qa-last.
           02 qa-last-dd pic 99/.
           02 qa-last-mm pic 99/.
           02 qa-last-yy pic 9(4).
       01  qa-cnt-ed pic zzzz9.
       01  qa-fld-ln.
           02 qa-fld-no pic z9.
           02 filler pic x value space.
           02 qa-fld-nam pic x(15).

       01  br-table.
           02 br-line pic x(74) occurs 999 times.
       01  br-head pic x(74).
       77  br-cnt pic 9(4).
       77  br-y pic 9(4).
       77  br-k pic 99.
       77  br-page pic 9(3).
       77  br-pages pic 9(3).
       01  br-page-ed pic zz9.
       01  br-pages-ed pic zz9.
       01  br-cnt-ed pic zzz9.

       77  save-prog pic x(12).

       01  audit-before pic x(250).

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).
       01  valid-mess.
           02 val-stat pic 9.
           02 val-mess pic x(20).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       01  file-used.
           02 fqdef pic x(12) value "qrydef.dat".
           02 fqwrk pic x(12) value "qrywrk.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic x(2).
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  file-status.
           02 qd-stat pic xx.
           02 qw-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 file-stat pic xx.

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

           move fqdef to fl-nam. open i-o qrydef.
           perform values-box.

       begin-2.
           initialize qrydef-rec.
           perform disp-all.

       a1.
           accept qd-name line 5 position 21 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go telos-1
              when other go a1
           end-evaluate.

           if qd-name = spaces go a1.

           perform find-rec thru find-rec-2.
           perform disp-all.

       a2.
           accept qd-desc line 6 position 21 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a1
              when other go a2
           end-evaluate.

       a3.
           accept qd-src line 7 position 21 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a2
              when other go a3
           end-evaluate.

           inspect qd-src converting "pa" to "PA".
           if qd-src not = "P" and not = "A" go a3.

           perform load-fields.
           perform disp-all.

           move 1 to qa-i.

       a4.
           compute qa-pos = 18 + qa-i * 3.

           accept qd-col (qa-i) line 8 position qa-pos update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 if qa-i > 1 subtract 1 from qa-i go a4
                      else go a3
                      end-if
              when other go a4
           end-evaluate.

           if qd-col (qa-i) > 13 go a4.
           if qa-i = 1 and qd-col (1) = 0 go a4.

           if qa-i < 6 add 1 to qa-i go a4.

           move 1 to qa-i.

       a5.
           compute qa-ln = 8 + qa-i.

           accept qd-c-fld (qa-i) line qa-ln position 21 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 if qa-i > 1 subtract 1 from qa-i go a5
                      else move 6 to qa-i go a4
                      end-if
              when other go a5
           end-evaluate.

           if qd-c-fld (qa-i) > 13 go a5.

           if qd-c-fld (qa-i) = 0
              move spaces to qd-c-op (qa-i) qd-c-val (qa-i)
              perform disp-cond
              go a5-4.

       a5-2.
           accept qd-c-op (qa-i) line qa-ln position 24 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a5
              when other go a5-2
           end-evaluate.

           inspect qd-c-op (qa-i) converting "arpe" to "ARPE".

           if qd-c-op (qa-i) not = "= " and not = "<>"
                         and not = "> " and not = "< "
                         and not = ">=" and not = "<="
                         and not = "AR" and not = "PE"
              move "TELESTHS =,<>,>,<," to inval-mess
              perform invalid-message
              move ">=,<=,AR,PE        " to inval-mess
              perform invalid-message
              go a5-2.

           move qd-c-fld (qa-i) to x.

           if qf-numeric (x)
              and ( qd-c-op (qa-i) = "AR" or qd-c-op (qa-i) = "PE" )
              move "MONO GIA KEIMENO   " to inval-mess
              perform invalid-message
              go a5-2.

       a5-3.
           if not qf-numeric (x) go a5-3a.

           if qd-c-num (qa-i) not numeric
              move 0 to qd-c-num (qa-i).

           accept qd-c-num (qa-i) line qa-ln position 27 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a5-2
              when other go a5-3
           end-evaluate.

           go a5-3b.

       a5-3a.
           accept qd-c-val (qa-i) line qa-ln position 27 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a5-2
              when other go a5-3a
           end-evaluate.

       a5-3b.
           perform disp-cond.

       a5-4.
           if qa-i < 4 add 1 to qa-i go a5.

       a6.
           accept qd-sort line 13 position 21 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 move 4 to qa-i go a5
              when other go a6
           end-evaluate.

           if qd-sort > 13 go a6.

       a6-2.
           accept qd-sort-dir line 13 position 24 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a6
              when other go a6-2
           end-evaluate.

           inspect qd-sort-dir converting "af" to "AF".
           if qd-sort-dir not = "A" and not = "F" go a6-2.

       a7.
           accept qd-out line 14 position 21 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a6-2
              when other go a7
           end-evaluate.

           inspect qd-out converting "od" to "OD".
           if qd-out not = "O" and not = "8" and not = "1"
                     and not = "D" go a7.

           if qd-out not = "D" go a9.

       a8.
           accept qd-dl-name line 18 position 21 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a7
              when other go a8
           end-evaluate.

           if qd-dl-name = spaces go a8.

       a8-2.
           accept qd-delim line 15 position 21 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go a8
              when other go a8-2
           end-evaluate.

           if qd-delim = space go a8-2.

       a9.
           accept qd-eod line 16 position 21 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 if qd-out = "D" go a8-2 else go a7
                      end-if
              when other go a9
           end-evaluate.

           inspect qd-eod converting "no" to "NO".
           if qd-eod not = "N" and not = "O" go a9.

       a10.
           move space to qa-key.

           accept qa-key line 19 position 21 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex go begin-2
              when 52 go a9
              when 4 perform save-routin thru save-routin-ex go a10
              when 5 perform run-qry thru run-qry-ex go a10
              when 6 perform dia thru dia-ex go begin-2
              when other go a10
           end-evaluate.

           go a2.

       load-fields.
           if qd-src = "A" move qf-ag-tab to qf-tab
                           move "AGORES " to qa-src
           else move qf-pel-tab to qf-tab
                move "PELATES" to qa-src.

       save-routin.
           compute qd-date = t-yy * 10000 + t-mm * 100 + t-dd.
           move oper-code to qd-oper.
           move spaces to qd-pend.

           move 0 to lock-count.

       save-routin-2.
           write qrydef-rec invalid

                 rewrite qrydef-rec invalid

                         move qd-stat to file-stat
                         if file-stat = "99"
                            and lock-count < par-lock-max
                            add 1 to lock-count
                            perform retry-delay
                            go save-routin-2
                         end-if
                         perform invalid-info

                 not invalid move 2 to val-stat perform valid-info
                             move "U" to aud-op perform audit-write

                 end-rewrite

           not invalid move 1 to val-stat perform valid-info
                       move "A" to aud-op perform audit-write
           end-write.

           move qrydef-rec to audit-before.

       save-routin-ex.
           exit.

       run-qry.
           if qd-out = "D" and qd-dl-name = spaces go run-qry-ex.

           if qrydef-rec not = audit-before
              perform save-routin thru save-routin-ex.

           move oper-code to qd-pend.
           rewrite qrydef-rec invalid
                   move qd-stat to file-stat
                   perform invalid-info
                   go run-qry-ex
           end-rewrite.

           close qrydef.

           move "PARAKALW PERIMENETE" to val-mess.
           perform valid-message.

           move prog to save-prog.
           move "qryrun" to prog.
           call pr-path using linkages.
           cancel pr-path.
           move save-prog to prog.

           move fqdef to fl-nam. open i-o qrydef.
           read qrydef invalid continue end-read.
           move qrydef-rec to audit-before.

           if qd-out = "O"
              perform browse thru browse-ex
              perform values-box.

           perform disp-all.

           move qd-cnt to qa-cnt-ed.
           move "EGGRAFES:" to val-mess.
           perform valid-message.
           display qa-cnt-ed line 20 position 15 control col-cnt.

       run-qry-ex.
           exit.

       browse.
           move fqwrk to fl-nam.
           open input qrywrk.

           move 74 to qo-max.
           move "H" to qo-first.
           perform line-build thru line-build-ex.
           move qo-line to br-head.

           move 0 to br-cnt.

       browse-2.
           read qrywrk next record at end go browse-3.

           if br-cnt = 999 go browse-3.

           add 1 to br-cnt.
           move "D" to qo-first.
           perform line-build thru line-build-ex.
           move qo-line to br-line (br-cnt).

           go browse-2.

       browse-3.
           close qrywrk.

           if br-cnt = 0
              move "KAMIA EGGRAFH      " to inval-mess
              perform invalid-message
              go browse-ex.

           compute br-pages = ( br-cnt + 13 ) / 14.
           move 1 to br-page.

           perform brw-box.

       browse-4.
           perform brw-page.

           accept flag line 24 position 80 no beep control acpt-col
                  on exception chr-ch
           evaluate chr-ch
              when 67 if br-page > 1 subtract 1 from br-page
                      end-if
              when 68 if br-page < br-pages add 1 to br-page
                      end-if
              when 27 go browse-9
           end-evaluate.

           go browse-4.

       browse-9.
           perform clean-box.

       browse-ex.
           exit.

       line-build.
           move spaces to qo-line.
           move 1 to qo-ptr.
           move 1 to qo-c.

       line-build-2.
           if qo-c > 6 go line-build-ex.

           if qd-col (qo-c) = 0 or qd-col (qo-c) > 13
              go line-build-3.

           move qf-len (qd-col (qo-c)) to qo-w.

           if qo-ptr > qo-max go line-build-ex.

           if qo-ptr + qo-w - 1 > qo-max
              compute qo-w = qo-max - qo-ptr + 1.

           if qo-first = "H"
              move qf-name (qd-col (qo-c)) to qo-txt
           else
              move qw-val (qo-c) to qo-txt.

           move qo-txt (1:qo-w) to qo-line (qo-ptr:qo-w).

           compute qo-ptr = qo-ptr + qo-w + 1.

       line-build-3.
           add 1 to qo-c.
           go line-build-2.

       line-build-ex.
           exit.

       dia.
           display "DELETE? (N/O):" line 19 position 30
                   control col-cnt.

           move "o" to synexeia.
           accept synexeia line 19 position 45 update tab blink.

           evaluate true
              when syn-n continue
              when syn-o go dia-ex
              when other go dia
           end-evaluate.

           move 0 to lock-count.

       dia-3.
           delete qrydef invalid move qd-stat to file-stat
                                 if file-stat = "99"
                                    and lock-count < par-lock-max
                                    add 1 to lock-count
                                    perform retry-delay
                                    go dia-3
                                 end-if
                                 perform invalid-info

                       not invalid move 3 to val-stat
                                   perform valid-info
                                   move "D" to aud-op
                                   perform audit-write

           end-delete.

       dia-ex.
           display "                " line 19 position 30
                   control col-cnt.

       find-rec.
           move 0 to lock-count.

       find-rec-2.
           read qrydef invalid move qd-stat to file-stat
                               if file-stat = "99"
                                  and lock-count < par-lock-max
                                  add 1 to lock-count
                                  perform retry-delay
                                  go find-rec-2
                               end-if
                               perform new-rec

                     not invalid move 4 to val-stat
                                 perform valid-info

           end-read.

           move qrydef-rec to audit-before.

           perform load-fields.

       new-rec.
           move spaces to qd-desc qd-dl-name qd-pend qd-oper.
           move "P" to qd-src.
           move zeros to qd-cols.
           move 0 to qd-sort qd-date qd-last qd-cnt.
           perform varying qa-i from 1 by 1 until qa-i > 4
              move 0 to qd-c-fld (qa-i)
              move spaces to qd-c-op (qa-i) qd-c-val (qa-i)
           end-perform.
           move 1 to qd-col (1).
           move "A" to qd-sort-dir.
           move "8" to qd-out.
           move ";" to qd-delim.
           move "O" to qd-eod.

       retry-delay.
           perform varying lock-wait from 1 by 1 until lock-wait > 2000
           end-perform.

       audit-write.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "qry01" to aud-prog.
           move qd-name to aud-key.
           move oper-code to aud-operator.
           move qrydef-rec to aud-after.
           if aud-op = "U" or aud-op = "D"
              move audit-before to aud-before
                       else move spaces to aud-before
           end-if.

           perform audit-chain thru audit-chain-ex.

       disp-all.
           move c-name(6) to bc. move c-name(8) to fc.
           display qd-name line 5 position 21 control col-cnt
                   qd-desc line 6 position 21
                   qd-src line 7 position 21.

           if qd-name not = spaces
              display qa-src line 7 position 23 control col-cnt
           else
              display "       " line 7 position 23 control col-cnt.

           perform varying qa-i from 1 by 1 until qa-i > 6
              compute qa-pos = 18 + qa-i * 3
              display qd-col (qa-i) line 8 position qa-pos
                      control col-cnt
           end-perform.

           perform varying qa-i from 1 by 1 until qa-i > 4
              compute qa-ln = 8 + qa-i
              perform disp-cond
           end-perform.

           display qd-sort line 13 position 21 control col-cnt
                   qd-sort-dir line 13 position 24
                   qd-out line 14 position 21
                   qd-delim line 15 position 21
                   qd-eod line 16 position 21
                   qd-dl-name line 18 position 21.

           move qd-last (7:2) to qa-last-dd.
           move qd-last (5:2) to qa-last-mm.
           move qd-last (1:4) to qa-last-yy.
           move qd-cnt to qa-cnt-ed.
           display "TELEYTAIA:" line 15 position 30 control col-cnt
                   qa-last line 15 position 41
                   "EGGRAFES :" line 16 position 30
                   qa-cnt-ed line 16 position 41.

           if qd-name not = spaces perform field-list.

       disp-cond.
           move c-name(6) to bc. move c-name(8) to fc.
           display qd-c-fld (qa-i) line qa-ln position 21
                   control col-cnt
                   qd-c-op (qa-i) line qa-ln position 24.

           if qd-c-fld (qa-i) = 0 or qd-c-fld (qa-i) > 13
              display "                    " line qa-ln position 27
                      control col-cnt
           else
              if qf-numeric (qd-c-fld (qa-i))
                 if qd-c-num (qa-i) not numeric
                    move 0 to qd-c-num (qa-i)
                 end-if
                 move qd-c-num (qa-i) to qa-num-ed
                 display qa-num-ed line qa-ln position 27 size 20
                         control col-cnt
              else
                 display qd-c-val (qa-i) line qa-ln position 27
                         control col-cnt
              end-if
           end-if.

       field-list.
           move c-name(6) to bc. move c-name(7) to fc.
           perform varying x from 1 by 1 until x > 13
              move x to qa-fld-no
              move qf-name (x) to qa-fld-nam
              compute qa-ln = 4 + x
              display qa-fld-ln line qa-ln position 58
                      control col-cnt
           end-perform.

       values-box.
           move c-name(6) to bc. move c-name(8) to fc.
           display bc-line line 3 position 3 size 76 control col-cnt.

           perform varying x from 4 by 1 until x > 21
           display "#" line x position 3 control col-cnt
                   inv-line line x position 4 size 74
                   "#" line x position 78
           end-perform.

           display bc-line line 22 position 3 size 76 control col-cnt
                   " EPERWTHSEIS - LISTES " line 3 position 8

                   "ONOMA.........:" line 5 position 5
                   "PERIGRAFH.....:" line 6 position 5
                   "ARXEIO (P/A)..:" line 7 position 5
                   "PEDIA.........:" line 8 position 5
                   "SYNTHIKH 1....:" line 9 position 5
                   "SYNTHIKH 2....:" line 10 position 5
                   "SYNTHIKH 3....:" line 11 position 5
                   "SYNTHIKH 4....:" line 12 position 5
                   "TAXINOMHSH....:" line 13 position 5
                   "A/F" line 13 position 26
                   "EXODOS........:" line 14 position 5
                   "O=OTHONH 8=80 1=132 D=ARXEIO" line 14 position 23
                   "DIAXWRISTIKO..:" line 15 position 5
                   "STO EOD (N/O).:" line 16 position 5
                   "ARXEIO EXODOY.:" line 18 position 5
                   "ENERGEIA......:" line 19 position 5
                   " PEDIA " line 3 position 60
                   "ESC" line 21 position 5
                   "ENTER" line 21 position 17
                   "F4" line 21 position 33
                   "F5" line 21 position 46
                   "F6" line 21 position 60.

           move c-name(3) to bc. move c-name(8) to fc.
           display "EXODOS" line 21 position 9 control col-cnt
                   "DIORTHWSH" line 21 position 23
                   "EGGRAFH" line 21 position 36
                   "EKTELESH" line 21 position 49
                   "DIAGRAFH" line 21 position 63.

           display bc-line line 23 position 5 size 76 control nor-cnt
           perform varying x from 4 by 1 until x > 22
           display bc-line line x position 79 size 2 control nor-cnt
           end-perform.

       brw-box.
           move c-name(3) to bc. move c-name(8) to fc.
           display bc-line line 3 position 3 size 76 control col-cnt.

           perform varying x from 4 by 1 until x > 21
           display "#" line x position 3 control col-cnt
                   inv-line line x position 4 size 74
                   "#" line x position 78
           end-perform.

           display bc-line line 22 position 3 size 76 control col-cnt
                   br-head line 4 position 4
                   half-line line 5 position 4 size 74
                   "PGUP-PGDN" line 21 position 5
                   "ESC" line 21 position 30.

           move c-name(2) to bc. move c-name(5) to fc.
           display "SELIDES" line 21 position 15 control col-cnt
                   "EXODOS" line 21 position 34.

           move br-cnt to br-cnt-ed.
           move br-pages to br-pages-ed.
           move c-name(2) to bc. move c-name(7) to fc.
           display "EGGRAFES" line 21 position 50 control col-cnt
                   br-cnt-ed line 21 position 59
                   br-pages-ed line 21 position 75.

       brw-page.
           move br-page to br-page-ed.
           move c-name(2) to bc. move c-name(7) to fc.
           display "SELIDA" line 21 position 64 control col-cnt
                   br-page-ed line 21 position 71
                   "/" line 21 position 74.

           move c-name(3) to bc. move c-name(7) to fc.
           compute br-y = ( br-page - 1 ) * 14.
           perform varying br-k from 1 by 1 until br-k > 14
              add 1 to br-y
              compute qa-ln = br-k + 5
              if br-y > br-cnt
                 display inv-line line qa-ln position 4 size 74
                         control col-cnt
              else
                 display br-line (br-y) line qa-ln position 4 size 74
                         control col-cnt
              end-if
           end-perform.

       save-box.
           if qd-name = spaces or qrydef-rec = audit-before
              go save-box-ex.

           display "SAVE? (N/O):" line 19 position 30
                   control col-cnt.

           move "n" to synexeia.
           accept synexeia line 19 position 43 update tab blink.

           evaluate true
              when syn-n perform save-routin thru save-routin-ex
              when syn-o continue
              when other go save-box
           end-evaluate.

           display "              " line 19 position 30
                   control col-cnt.

       save-box-ex.
           exit.

       invalid-info.
           evaluate file-stat
              when "99"  move "RECORD IN USE, RETRY" to inval-mess
              when other move "FILE ERROR          " to inval-mess
           end-evaluate.
           perform invalid-message.

       valid-info.
           evaluate val-stat
              when 1  move "EPERWTHSH EGRAFH   " to val-mess
              when 2  move "EPERWTHSH ALLAXE   " to val-mess
              when 3  move "EPERWTHSH ESBHSTH  " to val-mess
              when 4  move "EPERWTHSH YPARXEI  " to val-mess.

           move 0 to val-stat.

           perform valid-message.

       invalid-message.
           move c-name(2) to bc. move c-name(3) to fc.
           display inval-mess line 20 position 5 control col-cnt.
           accept flag line 24 position 80 no beep control acpt-col.
           move c-name(6) to bc. move c-name(6) to fc.
           display inv-line line 20 position 5 size 20 control col-cnt.

       valid-message.
           move c-name(6) to bc. move c-name(6) to fc.
           display inv-line line 20 position 5 size 20 control col-cnt.
           move c-name(2) to bc. move c-name(3) to fc.
           display val-mess line 20 position 5 control col-cnt.

       clean-box.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 3 by 1 until x > 23
           display bc-line line x position 2 size 79
                           control col-cnt
           end-perform.

       telos-1.
           close qrydef.

       telos-2.
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
