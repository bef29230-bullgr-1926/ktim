           select optional arc-kin assign random arc-name
           status arc-stat.

           select optional kinalloc assign random file-name
           organization indexed
           access dynamic
           record key alc-key
           alternate record key alc-crd-key with duplicates
           status alc-stat.

           select optional arc-alc assign random arc-name
           status arc-stat.

           select optional eodctl assign random ctl-name
           organization indexed
           access dynamic
           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

           select optional arccat assign random cat-name
           organization indexed
           access dynamic
           record key cat-key
           status cat-stat.

           select optional clstot assign random file-name
           organization indexed
           access dynamic
           record key ct-key
           status ct-stat.

           select cls-prt assign print prt-device.

       data division.
       fd arc-kin label records omitted.
       01 arc-kin-rec pic x(91).

       fd kinalloc.
       01 kinalloc-rec.
          02 alc-key.
             03 alc-deb-key.
                04 alc-kodikos pic x(20).
                04 alc-deb-date pic 9(8).
                04 alc-deb-seq pic 9(3).
             03 alc-crd-date pic 9(8).
             03 alc-crd-seq pic 9(3).
          02 alc-crd-key.
             03 alc-crd-kodikos pic x(20).
             03 alc-crd-kdate pic 9(8).
             03 alc-crd-kseq pic 9(3).
          02 alc-poso pic s9(7)v99.
          02 alc-receipt pic 9(6).
          02 alc-date pic 9(8).
          02 alc-oper pic x(10).
          02 alc-how pic x.

       fd arc-alc label records omitted.
       01 arc-alc-rec pic x(107).

       fd eodctl.
       01 eodctl-rec.
          02 eod-id pic x(8).
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

       fd arccat.
       01 arccat-rec.
          02 cat-cutoff pic 9(8).
          02 cat-arc-nam pic x(12).

       fd clstot.
       01 clstot-rec.
          02 ct-key.
             03 ct-ym pic 9(6).
             03 ct-type pic x(15).
          02 ct-poso pic s9(9)v99.
          02 ct-cnt pic 9(5).
          02 ct-close pic 9(8).

       fd cls-prt label records omitted.
       01 prt-rec pic x(80).


       77 aud-date-w pic 9(6).

       77  ach-try pic 99.
       77  ach-wait pic 9(4) comp-5.
       77  ach-i pic 9(3).
       77  ach-sum pic 9(11).
       77  ach-q pic 9(11).
       01  ach-byte pic x comp-x.
       01  ach-char redefines ach-byte pic x.

       01  str-var.
           02 bc-line pic x(80) value all "#".

           02 arc-stat pic xx.
           02 ctl-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 cat-stat pic xx.
           02 alc-stat pic xx.
           02 ct-stat pic xx.

       01  files-used.
           02 fkin pic x(12) value "kin.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 falc pic x(12) value "kinalloc.dat".
           02 fclt pic x(12) value "clstot.dat".

       01  archive-names.
           02 fkin-arc pic x(12) value "kinhsh.arc".
           02 falc-arc pic x(12) value "kinalloc.arc".

       01  ctl-names.
           02 fctl pic x(12) value "eodctl.dat".
       01  acpt-cnt pic x(30) value "update,echo,no beep".

       77  cur-code pic x(20).
       77  swept-flag pic x.
          88 cust-swept value "Y".

       01  it-tab.
           02 it-entry occurs 999 times.
              03 it-date pic 9(8).
              03 it-seq pic 9(3).
              03 it-open pic s9(7)v99.
              03 it-sw pic x.
       77  it-used pic 9(4).
       77  it-i pic 9(4).
       77  it-j pic 9(4).
       77  am-sum pic s9(9)v99.

       77  ovf-flag pic x.
          88 cust-overflow value "Y".
       77  chg-flag pic x.
          88 sw-changed value "Y".

       01  sk-alc-key pic x(42).

       01  type-totals.
           02 tt-entry occurs 100 times.
       77  tt-i pic 9(3).

       77  cnt-swept pic 9(5) value 0.
       77  cnt-kept pic 9(5) value 0.
       01  cnt-swept-ed pic zzzz9.
       01  cnt-kept-ed pic zzzz9.

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.

       sweep.
           move fkin to fl-nam. open i-o kinhseis.
           move falc to fl-nam. open i-o kinalloc.
           move fkin-arc to arc-nam. open extend arc-kin.
           move falc-arc to arc-nam. open extend arc-alc.
           open i-o arccat.
           move fclt to fl-nam. open i-o clstot.

           move spaces to cur-code.

           read kinhseis next record at end go sweep-done.

           move kin-kodikos to cur-code.
           move "N" to swept-flag.
           move "N" to ovf-flag.
           move 0 to it-used.

           move cur-code to kin-kodikos.
           move 0 to kin-date. move 0 to kin-seq.

           start kinhseis key not < kin-key
                 invalid go sweep-cust-end.

       sweep-load.
           read kinhseis next record at end go sweep-mark.

           if kin-kodikos not = cur-code go sweep-mark.

           if kin-date > close-date go sweep-mark.

           if kin-date > old-close
              perform type-total thru type-total-ex
              perform month-total thru month-total-ex.

           if it-used not < 999
              move "Y" to ovf-flag
              go sweep-load.

           add 1 to it-used.
           move kin-date to it-date (it-used).
           move kin-seq to it-seq (it-used).

           perform open-amt thru open-amt-ex.

           if it-open (it-used) = 0 move "Y" to it-sw (it-used)
                                else move "N" to it-sw (it-used).

           go sweep-load.

       sweep-mark.
           if cust-overflow or it-used = 0 go sweep-cust-end.

       sweep-mark-2.
           move "N" to chg-flag.

           move cur-code to alc-kodikos.
           move 0 to alc-deb-date alc-deb-seq alc-crd-date alc-crd-seq.

           start kinalloc key not < alc-key
                 invalid go sweep-mark-4.

       sweep-mark-3.
           read kinalloc next record at end go sweep-mark-4.

           if alc-kodikos not = cur-code go sweep-mark-4.

           perform find-deb thru find-deb-ex.
           perform find-crd thru find-crd-ex.

           if it-i > 0
              if it-sw (it-i) = "Y"
                 if it-j = 0 or it-sw (it-j) = "N"
                    move "N" to it-sw (it-i)
                    move "Y" to chg-flag.

           if it-j > 0
              if it-sw (it-j) = "Y"
                 if it-i = 0 or it-sw (it-i) = "N"
                    move "N" to it-sw (it-j)
                    move "Y" to chg-flag.

           go sweep-mark-3.

       sweep-mark-4.
           if sw-changed go sweep-mark-2.

           move 1 to it-i.

       sweep-move.
           if it-i > it-used go sweep-alc.

           if it-sw (it-i) not = "Y"
              add 1 to cnt-kept
              add 1 to it-i
              go sweep-move.

           move cur-code to kin-kodikos.
           move it-date (it-i) to kin-date.
           move it-seq (it-i) to kin-seq.

           read kinhseis invalid add 1 to it-i go sweep-move.

           write arc-kin-rec from kinhsh-rec.

           add 1 to cnt-swept.
           move "Y" to swept-flag.

           add 1 to it-i.
           go sweep-move.

       sweep-alc.
           if not cust-swept go sweep-cust-end.

           move cur-code to alc-kodikos.
           move 0 to alc-deb-date alc-deb-seq alc-crd-date alc-crd-seq.
           move alc-key to sk-alc-key.

           start kinalloc key not < alc-key
                 invalid go sweep-cust-end.

       sweep-alc-2.
           read kinalloc next record at end go sweep-cust-end.

           if alc-kodikos not = cur-code go sweep-cust-end.

           move alc-key to sk-alc-key.

           perform find-deb thru find-deb-ex.

           if it-i = 0 go sweep-alc-2.
           if it-sw (it-i) not = "Y" go sweep-alc-2.

           write arc-alc-rec from kinalloc-rec.

           delete kinalloc invalid continue end-delete.

           move sk-alc-key to alc-key.

           start kinalloc key greater than alc-key
                 invalid go sweep-cust-end.

           go sweep-alc-2.

       sweep-cust-end.
           if cust-swept perform cat-mark.

           go sweep-next-cust.

           continue.

       sweep-ex.
           close kinhseis kinalloc arc-kin arc-alc arccat clstot.

       open-amt.
           move 0 to am-sum.

           if kin-poso < 0 go open-amt-c.

           move kin-key to alc-deb-key.
           move 0 to alc-crd-date alc-crd-seq.

           start kinalloc key not < alc-key
                 invalid go open-amt-3.

       open-amt-2.
           read kinalloc next record at end go open-amt-3.

           if alc-deb-key not = kin-key go open-amt-3.

           add alc-poso to am-sum.

           go open-amt-2.

       open-amt-c.
           move kin-key to alc-crd-key.

           start kinalloc key not < alc-crd-key
                 invalid go open-amt-3.

       open-amt-c2.
           read kinalloc next record at end go open-amt-3.

           if alc-crd-key not = kin-key go open-amt-3.

           add alc-poso to am-sum.

           go open-amt-c2.

       open-amt-3.
           if kin-poso < 0
              compute it-open (it-used) = kin-poso + am-sum
           else
              compute it-open (it-used) = kin-poso - am-sum
           end-if.

       open-amt-ex.
           exit.

       find-deb.
           move 1 to it-i.

       find-deb-2.
           if it-i > it-used move 0 to it-i go find-deb-ex.

           if it-date (it-i) = alc-deb-date
              and it-seq (it-i) = alc-deb-seq go find-deb-ex.

           add 1 to it-i.
           go find-deb-2.

       find-deb-ex.
           exit.

       find-crd.
           move 1 to it-j.

       find-crd-2.
           if it-j > it-used move 0 to it-j go find-crd-ex.

           if it-date (it-j) = alc-crd-kdate
              and it-seq (it-j) = alc-crd-kseq go find-crd-ex.

           add 1 to it-j.
           go find-crd-2.

       find-crd-ex.
           exit.

       cat-mark.
           move spaces to cat-epitheto.
           move "K" to cat-file.
           move cur-code to cat-kodikos.
           move fkin-arc to cat-arc-nam.
           compute cat-date = t-yy * 10000 + t-mm * 100 + t-dd.
           move close-date to cat-cutoff.
           write arccat-rec invalid rewrite arccat-rec end-write.

       type-total.
           perform varying tt-i from 1 by 1 until tt-i > tt-used
              if tt-type (tt-i) = kin-type
       type-total-ex.
           exit.

       month-total.
           compute ct-ym = kin-date / 100.
           move kin-type to ct-type.

           read clstot invalid
                move kin-poso to ct-poso
                move 1 to ct-cnt
                move close-date to ct-close
                write clstot-rec invalid continue end-write
                go month-total-ex
           end-read.

           add kin-poso to ct-poso.
           add 1 to ct-cnt.
           move close-date to ct-close.
           rewrite clstot-rec invalid continue end-rewrite.

       month-total-ex.
           exit.

       audit-write.
           accept aud-date-w from date.
           perform century-date.
           move spaces to aud-after.
           move close-date to aud-after.

           perform audit-chain thru audit-chain-ex.

       summary-prt.
           perform varying tt-i from 1 by 1 until tt-i > tt-used
           move cnt-swept to cnt-7.
           write prt-rec from prt-7.

           move "OPEN ITEMS KEPT     :" to lbl-7.
           move cnt-kept to cnt-7.
           write prt-rec from prt-7.

           write prt-rec from prt-11.
           end-perform.

           move cnt-swept to cnt-swept-ed.
           move cnt-kept to cnt-kept-ed.

           display "CLOSE COMPLETE" line 11 position 31
                                      control col-cnt
                                       control col-cnt
                   cnt-swept-ed line 12 position 46
                              control col-cnt
                   "OPEN ITEMS     :" line 13 position 27
                                       control col-cnt
                   cnt-kept-ed line 13 position 46
                             control col-cnt.

           accept flag line 24 position 80 control acpt-col.
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

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
