           select optional arc-word assign random arc-name
           status arc-stat.

           select optional kinalloc assign random file-name
           organization indexed
           access dynamic
           record key alc-key
           alternate record key alc-crd-key with duplicates
           status alc-stat.

           select optional arc-alc assign random arc-name
           status arc-stat.

           select optional arccat assign random cat-name
           organization indexed
           access dynamic
       fd arc-word label records omitted.
       01 arc-word-rec pic x(113).

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

       fd arccat.
       01 arccat-rec.
          02 cat-key.
           02 word-stat pic xx.
           02 arc-stat pic xx.
           02 cat-stat pic xx.
           02 alc-stat pic xx.

       01  files-used.
           02 fkin pic x(12) value "kin.dat".
           02 fpel-2 pic x(12) value "word.dat".
           02 falc pic x(12) value "kinalloc.dat".

       01  archive-names.
           02 fkin-arc pic x(12) value "kinhsh.arc".
           02 fword-arc pic x(12) value "word.arc".
           02 falc-arc pic x(12) value "kinalloc.arc".

       01  cat-names.
           02 fcat pic x(12) value "arccat.dat".
       77  sk-seq pic 9(3).

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

       77  rel-code pic x(20).


       sweep-kin.
           move fkin to fl-nam. open i-o kinhseis.
           move falc to fl-nam. open i-o kinalloc.
           move fkin-arc to arc-nam. open extend arc-kin.
           move falc-arc to arc-nam. open extend arc-alc.
           open i-o arccat.

           move spaces to cur-code.
           read kinhseis next record at end go sweep-kin-3.

           move kin-kodikos to cur-code.
           move "N" to swept-flag.
           move "N" to ovf-flag.
           move 0 to it-used.

           move cur-code to kin-kodikos.
           move 0 to kin-date. move 0 to kin-seq.

           start kinhseis key not < kin-key
                 invalid go sweep-kin-cust-end.

       sweep-kin-load.
           read kinhseis next record at end go sweep-kin-mark.

           if kin-kodikos not = cur-code go sweep-kin-mark.

           if kin-date not < cutoff-date go sweep-kin-mark.

           if it-used not < 999
              move "Y" to ovf-flag
              go sweep-kin-mark.

           add 1 to it-used.
           move kin-date to it-date (it-used).
           move kin-seq to it-seq (it-used).

           perform open-amt thru open-amt-ex.

           if it-open (it-used) = 0 move "Y" to it-sw (it-used)
                                else move "N" to it-sw (it-used).

           go sweep-kin-load.

       sweep-kin-mark.
           if cust-overflow or it-used = 0 go sweep-kin-cust-end.

       sweep-kin-mark-2.
           move "N" to chg-flag.

           move cur-code to alc-kodikos.
           move 0 to alc-deb-date alc-deb-seq alc-crd-date alc-crd-seq.

           start kinalloc key not < alc-key
                 invalid go sweep-kin-mark-4.

       sweep-kin-mark-3.
           read kinalloc next record at end go sweep-kin-mark-4.

           if alc-kodikos not = cur-code go sweep-kin-mark-4.

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

           go sweep-kin-mark-3.

       sweep-kin-mark-4.
           if sw-changed go sweep-kin-mark-2.

           move 1 to it-i.

       sweep-kin-2.
           if it-i > it-used go sweep-kin-alc.

           if it-sw (it-i) not = "Y"
              add 1 to it-i
              go sweep-kin-2.

           move cur-code to kin-kodikos.
           move it-date (it-i) to kin-date.
           move it-seq (it-i) to kin-seq.

           read kinhseis invalid add 1 to it-i go sweep-kin-2.

           write arc-kin-rec from kinhsh-rec.

           add 1 to cnt-kin-arc.
           move "Y" to swept-flag.

           add 1 to it-i.
           go sweep-kin-2.

       sweep-kin-alc.
           if not cust-swept go sweep-kin-cust-end.

           move cur-code to alc-kodikos.
           move 0 to alc-deb-date alc-deb-seq alc-crd-date alc-crd-seq.

           start kinalloc key not < alc-key
                 invalid go sweep-kin-cust-end.

       sweep-kin-alc-2.
           read kinalloc next record at end go sweep-kin-cust-end.

           if alc-kodikos not = cur-code go sweep-kin-cust-end.

           move alc-key to sk-alc-key.

           perform find-deb thru find-deb-ex.

           if it-i = 0 go sweep-kin-alc-2.
           if it-sw (it-i) not = "Y" go sweep-kin-alc-2.

           write arc-alc-rec from kinalloc-rec.

           delete kinalloc invalid continue end-delete.

           move sk-alc-key to alc-key.

           start kinalloc key greater than alc-key
                 invalid go sweep-kin-cust-end.

           go sweep-kin-alc-2.

       sweep-kin-cust-end.
           go sweep-kin-next.

       sweep-kin-3.
           close kinhseis kinalloc arc-kin arc-alc arccat.

       sweep-kin-ex.
           exit.

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

       sweep-word.
           perform clean-box.

           perform reload-kin thru reload-kin-ex.
           perform reload-alc thru reload-alc-ex.
           perform reload-word thru reload-word-ex.

           open i-o arccat.
       reload-kin-ex.
           exit.

       reload-alc.
           move falc to fl-nam. open i-o kinalloc.
           move falc-arc to arc-nam. open i-o arc-alc.

       reload-alc-2.
           read arc-alc next record at end go reload-alc-3.

           if arc-alc-rec (1:1) = "*" go reload-alc-2.

           if arc-alc-rec (1:20) not = rel-code go reload-alc-2.

           move arc-alc-rec to kinalloc-rec.

           write kinalloc-rec invalid continue end-write.

           move "*" to arc-alc-rec (1:1).
           rewrite arc-alc-rec.

           go reload-alc-2.

       reload-alc-3.
           close kinalloc arc-alc.

       reload-alc-ex.
           exit.

       reload-kin-cf.
           move rel-code to sk-kod.
           move 0 to sk-date sk-seq.
