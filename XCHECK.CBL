           record key kin-key
           status kin-stat.

           select optional kinalloc assign random file-name
           organization indexed
           access dynamic
           record key alc-key
           alternate record key alc-crd-key with duplicates
           status alc-stat.

           select optional kinext assign random file-name
           organization indexed
           access dynamic
           record key kx-key
           status kx-stat.

           select optional invhdr assign random file-name
           organization indexed
           access dynamic
           record key ih-no
           alternate record key ih-kin-key with duplicates
           status ih-stat.


           select optional cars assign random file-name
           organization indexed
           access dynamic
           record key car-plate
           status car-stat.

           select optional carsrv assign random file-name
           organization indexed
           access dynamic
           record key sv-key
           status sv-stat.

           select optional params assign random file-name
           organization indexed
           access dynamic
           record key pm-id
           status param-stat.

           select optional seqctl assign random file-name
           organization indexed
           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

           select xc-prt assign print prt-device.


             03 kin-memo pic x(30).
             03 kin-receipt pic 9(6).

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

       fd kinext.
       01 kinext-rec.
          02 kx-key.
             03 kx-kodikos pic x(20).
             03 kx-date pic 9(8).
             03 kx-seq pic 9(3).
          02 kx-rev-flag pic x.
          02 kx-rev-date pic 9(8).
          02 kx-rev-seq pic 9(3).
          02 kx-rev-receipt pic 9(6).
          02 kx-rev-oper pic x(10).
          02 kx-rev-on pic 9(8).
          02 kx-vat-code pic 999.
          02 kx-vat-rate pic 99v99.
          02 kx-net pic s9(7)v99.
          02 kx-vat pic s9(7)v99.

       fd invhdr.
       01 invhdr-rec.
          02 ih-no pic 9(6).
          02 ih-kin-key.
             03 ih-kodikos pic x(20).
             03 ih-date pic 9(8).
             03 ih-kin-seq pic 9(3).
          02 ih-type pic x(15).
          02 ih-lines pic 99.
          02 ih-net pic s9(7)v99.
          02 ih-vat pic s9(7)v99.
          02 ih-total pic s9(7)v99.
          02 ih-oper pic x(10).
          02 ih-on pic 9(8).
          02 ih-status pic x.


       fd cars.
       01 cars-rec.
          02 car-plate pic x(10).
          02 car-kodikos pic x(20).
          02 car-make pic x(15).
          02 car-model pic x(15).
          02 car-year pic 9(4).
          02 car-chassis pic x(17).
          02 car-type pic x(15).
          02 car-date pic 9(8).

       fd carsrv.
       01 carsrv-rec.
          02 sv-key.
             03 sv-plate pic x(10).
             03 sv-date pic 9(8).
             03 sv-seq pic 9(3).
          02 sv-km pic 9(7).
          02 sv-descr pic x(40).
          02 sv-cost pic 9(7)v99.
          02 sv-oper pic x(10).

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

       fd xc-prt label records omitted.
       01 prt-rec pic x(132).
           02 word-stat pic xx.
           02 const-stat pic xx.
           02 kin-stat pic xx.
           02 alc-stat pic xx.
           02 kx-stat pic xx.
           02 ih-stat pic xx.
           02 car-stat pic xx.
           02 sv-stat pic xx.
           02 param-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 prf-stat pic xx.

       01  files-used.
           02 fpel-2 pic x(12) value "word.dat".
           02 fconst pic x(12) value "const.dat".
           02 fkin pic x(12) value "kin.dat".
           02 falc pic x(12) value "kinalloc.dat".
           02 fkx pic x(12) value "kinext.dat".
           02 finvh pic x(12) value "invhdr.dat".
           02 fcars pic x(12) value "cars.dat".
           02 fcarsrv pic x(12) value "carsrv.dat".
           02 fparam pic x(12) value "param.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 fprof pic x(12) value "prtprof.dat".

       77  prof-sel pic x(8).
       77  epag-cnt pic 9(3) value 0.
       77  epag-i pic 9(3).

       77  car-cat pic 99 value 94.
       01  car-list.
           02 car-item pic x(15) occurs 500 times.
       77  car-cnt pic 9(3) value 0.

       77  cnt-ag-tot pic 9(5) value 0.
       77  cnt-ref-orphan pic 9(5) value 0.
       77  cnt-epag-bad pic 9(5) value 0.
       77  cnt-word-orphan pic 9(5) value 0.
       77  cnt-kin-tot pic 9(5) value 0.
       77  cnt-kin-orphan pic 9(5) value 0.
       77  cnt-car-tot pic 9(5) value 0.
       77  cnt-car-orphan pic 9(5) value 0.
       77  cnt-car-type pic 9(5) value 0.
       77  cnt-srv-tot pic 9(5) value 0.
       77  cnt-srv-orphan pic 9(5) value 0.

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
       01  rep-before pic x(250).
       01  rw-save pic x(113).
       01  rk-save pic x(91).

       01  alc-old-key pic x(31).
       01  alc-new-key pic x(31).
       77  fl-nam-save pic x(12).

       77  sk-kod pic x(20).
           02 filler pic x(30) value "ORPHAN KINHSEIS            : ".
           02 sum-korph pic zzzz9.

       01  prt-13b.
           02 filler pic x(5) value spaces.
           02 filler pic x(30) value "CARS RECORDS SCANNED       : ".
           02 sum-car pic zzzz9.

       01  prt-13c.
           02 filler pic x(5) value spaces.
           02 filler pic x(30) value "ORPHAN CARS                : ".
           02 sum-corph pic zzzz9.

       01  prt-13d.
           02 filler pic x(5) value spaces.
           02 filler pic x(30) value "CAR TYPE NOT IN CONST      : ".
           02 sum-ctype pic zzzz9.

       01  prt-13e.
           02 filler pic x(5) value spaces.
           02 filler pic x(30) value "SERVICE RECORDS SCANNED    : ".
           02 sum-srv pic zzzz9.

       01  prt-13f.
           02 filler pic x(5) value spaces.
           02 filler pic x(30) value "ORPHAN SERVICES            : ".
           02 sum-sorph pic zzzz9.

       01  prt-w5.
           02 wfile-5 pic x(8).
           02 filler pic x(2) value spaces.
           move par-epag-cat to epag-cat.

           perform load-epag thru load-epag-ex.
           perform load-cars thru load-cars-ex.

           perform mode-box.

           perform scan-agores.
           perform scan-word.
           perform scan-kin.
           perform scan-cars thru scan-cars-ex.

           close pelates.

           perform scan-carsrv thru scan-carsrv-ex.

           perform summary-prt.

           if repair-mode perform repair-run thru repair-run-ex.
       load-epag-ex.
           close const.

       load-cars.
           move fparam to fl-nam.
           open input params.
           move "PARAMS" to pm-id.
           read params invalid initialize params-rec end-read.
           close params.
           if pm-car-cat numeric and pm-car-cat not = 0
              move pm-car-cat to car-cat.

           move 0 to car-cnt.
           move fconst to fl-nam.
           open input const.

           move car-cat to cat-code. move zeros to type-code.

           start const key not < const-code
                 invalid go load-cars-ex.

       load-cars-2.
           read const next at end go load-cars-ex.

           if cat-code not = car-cat go load-cars-ex.

           if car-cnt < 500
              add 1 to car-cnt
              move type-descr to car-item (car-cnt)
           end-if.

           go load-cars-2.

       load-cars-ex.
           close const.

       scan-agores.
           move fag to fl-nam. open input agores.

       scan-kin-ex.
           close kinhseis.

       scan-cars.
           move fcars to fl-nam. open input cars.

       scan-cars-2.
           read cars next record at end go scan-cars-ex.

           add 1 to cnt-car-tot.

           move car-kodikos to kodikos.
           read pelates invalid
                add 1 to cnt-car-orphan
                move "CARS" to file-5
                move car-plate to key-5
                move spaces to prob-5
                string "OWNER NOT IN PEL: " car-kodikos
                       delimited by size into prob-5
                perform detail-line
           end-read.

           if car-type not = spaces
              perform check-car-type thru check-car-type-ex
              if flag = 1
                 add 1 to cnt-car-type
                 move "CARS" to file-5
                 move car-plate to key-5
                 move spaces to prob-5
                 string "TYPE NOT IN CONST: " car-type
                        delimited by size into prob-5
                 perform detail-line
              end-if
           end-if.

           go scan-cars-2.

       scan-cars-ex.
           close cars.

       check-car-type.
           move 0 to flag.

           perform varying epag-i from 1 by 1 until epag-i > car-cnt
              if car-type = car-item (epag-i)
                 go check-car-type-ex
              end-if
           end-perform.

           move 1 to flag.

       check-car-type-ex.
           exit.

       scan-carsrv.
           move fcars to fl-nam. open input cars.
           move fcarsrv to fl-nam. open input carsrv.

       scan-carsrv-2.
           read carsrv next record at end go scan-carsrv-ex.

           add 1 to cnt-srv-tot.

           move sv-plate to car-plate.
           read cars invalid
                add 1 to cnt-srv-orphan
                move "CARSRV" to file-5
                move sv-plate to key-5
                move "SERVICE, NO VEHICLE" to prob-5
                perform detail-line
           end-read.

           go scan-carsrv-2.

       scan-carsrv-ex.
           close carsrv cars.

       detail-line.
           perform page-check.
           write prt-rec from prt-5.
           move cnt-word-orphan to sum-worph. write prt-rec from prt-11.
           move cnt-kin-tot to sum-kin. write prt-rec from prt-12.
           move cnt-kin-orphan to sum-korph. write prt-rec from prt-13.
           move cnt-car-tot to sum-car. write prt-rec from prt-13b.
           move cnt-car-orphan to sum-corph. write prt-rec from prt-13c.
           move cnt-car-type to sum-ctype. write prt-rec from prt-13d.
           move cnt-srv-tot to sum-srv. write prt-rec from prt-13e.
           move cnt-srv-orphan to sum-sorph. write prt-rec from prt-13f.

       page-check.
           if prt-line-cnt >= prt-max-lines
              move rk-save (1:20) to key-5
              move "MOVEMENT REATTACHED" to prob-5
           else
              move rk-save (1:31) to alc-old-key
              move spaces to alc-new-key
              perform alc-rekey thru alc-rekey-ex
              perform kx-rekey thru kx-rekey-ex
              perform inv-rekey thru inv-rekey-ex
              move "KIN" to file-5
              move rk-save (1:20) to key-5
              move "MOVEMENT DELETED" to prob-5
       repair-kin-ex.
           exit.

       alc-rekey.
           move falc to fl-nam.
           open i-o kinalloc.

       alc-rekey-2.
           move alc-old-key to alc-deb-key.
           move 0 to alc-crd-date alc-crd-seq.

           start kinalloc key not < alc-key
                 invalid go alc-rekey-3.

           read kinalloc next record at end go alc-rekey-3.

           if alc-deb-key not = alc-old-key go alc-rekey-3.

           delete kinalloc invalid go alc-rekey-3 end-delete.

           if alc-new-key not = spaces
              move alc-new-key to alc-deb-key
              write kinalloc-rec invalid continue end-write.

           go alc-rekey-2.

       alc-rekey-3.
           move alc-old-key to alc-crd-key.

           start kinalloc key not < alc-crd-key
                 invalid go alc-rekey-4.

           read kinalloc next record at end go alc-rekey-4.

           if alc-crd-key not = alc-old-key go alc-rekey-4.

           delete kinalloc invalid go alc-rekey-4 end-delete.

           if alc-new-key not = spaces
              move alc-new-key to alc-crd-key
              move alc-new-key (21:8) to alc-crd-date
              move alc-new-key (29:3) to alc-crd-seq
              write kinalloc-rec invalid continue end-write.

           go alc-rekey-3.

       alc-rekey-4.
           close kinalloc.

       alc-rekey-ex.
           exit.

       kx-rekey.
           move fkx to fl-nam.
           open i-o kinext.

           move alc-old-key to kx-key.
           read kinext invalid go kx-rekey-3.

           delete kinext invalid go kx-rekey-3 end-delete.

           if alc-new-key = spaces go kx-rekey-3.

           move alc-new-key to kx-key.
           write kinext-rec invalid go kx-rekey-3 end-write.

           if kx-rev-flag = space go kx-rekey-3.

           move alc-old-key (1:20) to kx-kodikos.
           move kx-rev-date to kx-date.
           move kx-rev-seq to kx-seq.

           read kinext invalid
                move alc-new-key (1:20) to kx-kodikos
                read kinext invalid go kx-rekey-3 end-read
           end-read.

           if kx-rev-date = alc-old-key (21:8)
              and kx-rev-seq = alc-old-key (29:3)
              move alc-new-key (21:8) to kx-rev-date
              move alc-new-key (29:3) to kx-rev-seq
              rewrite kinext-rec invalid continue end-rewrite.

       kx-rekey-3.
           close kinext.

       kx-rekey-ex.
           exit.

       inv-rekey.
           if alc-new-key = spaces go inv-rekey-ex.

           move finvh to fl-nam.
           open i-o invhdr.

           move alc-old-key to ih-kin-key.
           start invhdr key = ih-kin-key invalid go inv-rekey-3.

           read invhdr next record at end go inv-rekey-3.

           if ih-kin-key not = alc-old-key go inv-rekey-3.

           move alc-new-key to ih-kin-key.
           rewrite invhdr-rec invalid continue end-rewrite.

       inv-rekey-3.
           close invhdr.

       inv-rekey-ex.
           exit.

       repair-kin-put.
           write kinhsh-rec invalid
                 add 1 to kin-seq
                 if kin-seq < 999 go repair-kin-put end-if

                 not invalid perform rep-audit-kin-a
                             move rk-save (1:31) to alc-old-key
                             move kin-key to alc-new-key
                             perform alc-rekey thru alc-rekey-ex
                             perform kx-rekey thru kx-rekey-ex
                             perform inv-rekey thru inv-rekey-ex
           end-write.

       rep-audit-ag.

       rep-audit-put.
           move fl-nam to fl-nam-save.
           perform audit-chain thru audit-chain-ex.
           move fl-nam-save to fl-nam.

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
