           record key bal-kodikos
           status bal-stat.

           select optional kinalloc assign random file-name
           organization indexed
           access dynamic
           record key alc-key
           alternate record key alc-crd-key with duplicates
           status alc-stat.

           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

           select bal-prt assign print prt-device.

       data division.
          02 bal-poso pic s9(9)v99.
          02 bal-date pic 9(8).

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

       fd bal-prt label records omitted.
       01 prt-rec pic x(80).

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

       01  str-var.
           02 bc-line pic x(80) value all "#".

       01  file-status.
           02 kin-stat pic xx.
           02 bal-stat pic xx.
           02 alc-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.

       01  files-used.
           02 fkin pic x(12) value "kin.dat".
           02 fbal pic x(12) value "pelbal.dat".
           02 falc pic x(12) value "kinalloc.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
       77  cnt-cust pic 9(5) value 0.
       01  cnt-cust-ed pic zzzz9.

       01  it-tab.
           02 it-entry occurs 999 times.
              03 it-date pic 9(8).
              03 it-seq pic 9(3).
              03 it-type pic x(15).
              03 it-receipt pic 9(6).
              03 it-poso pic s9(7)v99.
              03 it-open pic s9(7)v99.
       77  it-used pic 9(4).
       77  it-i pic 9(4).
       77  it-j pic 9(4).

       77  am-sum pic s9(9)v99.
       77  am-alloc pic s9(7)v99.
       77  cnt-alloc pic 9(5) value 0.
       01  cnt-alloc-ed pic zzzz9.

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.
           02 filler pic x(1) value space.
           02 b90-5 pic zzzzzzz9.99-.

       01  prt-6.
           02 filler pic x(3) value spaces.
           02 date-6 pic x(10).
           02 filler pic x(1) value space.
           02 type-6 pic x(15).
           02 filler pic x(1) value space.
           02 rec-6 pic zzzzz9.
           02 filler pic x(1) value space.
           02 open-6 pic zzzzzzz9.99-.
           02 filler pic x(1) value space.
           02 age-6 pic zzzz9.
           02 filler pic x(7) value " HMERES".

       01  ed-it-date.
           02 ed-it-dd pic 99/. 02 ed-it-mm pic 99/.
           02 ed-it-yy pic 9(4).

       01  prt-7.
           02 filler pic x(12) value "SYNOLA     :".
           02 filler pic x(1) value space.

           move fkin to fl-nam. open input kinhseis.
           move fbal to fl-nam. open output pelbal.
           move falc to fl-nam. open i-o kinalloc.

           move spaces to grp-code.
           move 0 to it-used.
           move 0 to grp-bal grp-cur grp-b30 grp-b60 grp-b90.
           move 0 to tot-bal tot-cur tot-b30 tot-b60 tot-b90.

              perform group-break thru group-break-ex
              move kin-kodikos to grp-code.

           if it-used not < 999
              perform age-direct
              go roll-2.

           add 1 to it-used.
           move kin-date to it-date (it-used).
           move kin-seq to it-seq (it-used).
           move kin-type to it-type (it-used).
           move kin-receipt to it-receipt (it-used).
           move kin-poso to it-poso (it-used).

           perform open-amt thru open-amt-ex.

           go roll-2.

       roll-ex.
           perform group-break thru group-break-ex.

           close kinhseis pelbal kinalloc.

           perform summary-prt.


           goback.

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
              if it-open (it-used) > 0 move 0 to it-open (it-used)
              end-if
           else
              compute it-open (it-used) = kin-poso - am-sum
              if it-open (it-used) < 0 move 0 to it-open (it-used)
              end-if
           end-if.

       open-amt-ex.
           exit.

       age-direct.
           move kin-date to ser-date-x.
           perform date-serial.
           perform age-calc.

           add kin-poso to grp-bal.
           move kin-poso to am-alloc.
           perform bucket-add.

       age-calc.
           if run-serial > kin-serial
              compute age-days = run-serial - kin-serial
           else
              move 0 to age-days
           end-if.

       bucket-add.
           evaluate true
              when age-days < 31 add am-alloc to grp-cur
              when age-days < 61 add am-alloc to grp-b30
              when age-days < 91 add am-alloc to grp-b60
              when other add am-alloc to grp-b90
           end-evaluate.

       group-break.
           if grp-code = spaces go group-break-ex.

           perform auto-match thru auto-match-ex.

           move 1 to it-i.

       group-break-2.
           if it-i > it-used go group-break-3.

           if it-open (it-i) not = 0
              move it-date (it-i) to ser-date-x
              perform date-serial
              perform age-calc
              add it-open (it-i) to grp-bal
              move it-open (it-i) to am-alloc
              perform bucket-add
           end-if.

           add 1 to it-i.
           go group-break-2.

       group-break-3.
           move grp-code to bal-kodikos.
           move grp-bal to bal-poso.
           move run-date to bal-date.

           add 1 to cnt-cust.

           if grp-bal = 0 and grp-cur = 0 and grp-b30 = 0
              and grp-b60 = 0 and grp-b90 = 0
              go group-break-5.

           perform page-check.
           move grp-code to code-5.
           move grp-bal to bal-5.
           add grp-b60 to tot-b60.
           add grp-b90 to tot-b90.

           move 1 to it-i.

       group-break-4.
           if it-i > it-used go group-break-5.

           if it-open (it-i) not = 0 perform detail-prt.

           add 1 to it-i.
           go group-break-4.

       group-break-5.
           move 0 to grp-bal grp-cur grp-b30 grp-b60 grp-b90.
           move 0 to it-used.

       group-break-ex.
           exit.

       detail-prt.
           move it-date (it-i) to ser-date-x.
           perform date-serial.
           perform age-calc.

           move ser-dd to ed-it-dd. move ser-mm to ed-it-mm.
           move ser-yy to ed-it-yy.
           move ed-it-date to date-6.
           move it-type (it-i) to type-6.
           move it-receipt (it-i) to rec-6.
           move it-open (it-i) to open-6.
           move age-days to age-6.

           perform page-check.
           write prt-rec from prt-6.

       auto-match.
           move 1 to it-i. move 1 to it-j.

       auto-match-2.
           if it-i > it-used go auto-match-ex.

           if it-open (it-i) not < 0
              add 1 to it-i
              go auto-match-2.

       auto-match-3.
           if it-j > it-used go auto-match-ex.

           if it-open (it-j) not > 0
              add 1 to it-j
              go auto-match-3.

           compute am-alloc = it-open (it-i) * -1.
           if it-open (it-j) < am-alloc
              move it-open (it-j) to am-alloc.

           perform alc-put thru alc-put-ex.

           add am-alloc to it-open (it-i).
           subtract am-alloc from it-open (it-j).

           go auto-match-2.

       auto-match-ex.
           exit.

       alc-put.
           move grp-code to alc-kodikos.
           move it-date (it-j) to alc-deb-date.
           move it-seq (it-j) to alc-deb-seq.
           move it-date (it-i) to alc-crd-date.
           move it-seq (it-i) to alc-crd-seq.
           move grp-code to alc-crd-kodikos.
           move it-date (it-i) to alc-crd-kdate.
           move it-seq (it-i) to alc-crd-kseq.
           move am-alloc to alc-poso.
           move it-receipt (it-j) to alc-receipt.
           move run-date to alc-date.
           move oper-code to alc-oper.
           move "A" to alc-how.

           write kinalloc-rec invalid go alc-put-2
                 not invalid move "A" to aud-op perform alc-audit
           end-write.

           add 1 to cnt-alloc.

           go alc-put-ex.

       alc-put-2.
           read kinalloc invalid go alc-put-ex.

           add am-alloc to alc-poso.

           rewrite kinalloc-rec invalid go alc-put-ex
                   not invalid move "U" to aud-op perform alc-audit
           end-rewrite.

           add 1 to cnt-alloc.

       alc-put-ex.
           exit.

       alc-audit.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "kinalloc" to aud-prog.
           move alc-kodikos to aud-key.
           move oper-code to aud-operator.
           move spaces to aud-before.
           move kinalloc-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       date-serial.
           compute kin-serial = ser-yy * 365 + ser-yy / 4
                              + cum-days (ser-mm) + ser-dd.
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "#                            #" line 13 position 24
                   "##############################" line 14 position 24

                   bc-line line 15 position 26 size 30 control nor-cnt.

           perform varying x from 11 by 1 until x > 14
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           move cnt-cust to cnt-cust-ed.

           move cnt-alloc to cnt-alloc-ed.

           display "BALANCES:" line 11 position 29
                                control col-cnt
                   cnt-cust-ed line 11 position 39
                             control col-cnt
                   "ANTIST. :" line 12 position 29
                                control col-cnt
                   cnt-alloc-ed line 12 position 39
                             control col-cnt
                   "press a key" line 13 position 33
                                 control col-cnt.

           accept flag line 24 position 80 control acpt-col.

           perform varying x from 10 by 1 until x > 15
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
           else
              compute aud-date = 20000000 + aud-date-w.
