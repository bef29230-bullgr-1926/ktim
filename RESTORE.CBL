           select optional bk-agores assign random bk-name
           status bk-stat.

           select optional cars assign random file-name
           organization indexed
           access dynamic

           record key car-plate
           alternate record key car-kodikos with duplicates
           alternate record key car-make with duplicates
           alternate record key car-chassis with duplicates
           status car-stat.

           select optional carsrv assign random file-name
           organization indexed
           access dynamic

           record key sv-key
           status sv-stat.

           select optional bk-cars assign random bk-name
           status bk-stat.

           select optional bk-carsrv assign random bk-name
           status bk-stat.

           select optional bk-const assign random bk-name
           status bk-stat.

           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

           select optional bkcat assign random cat-name
           organization indexed
           access dynamic
       fd bk-const label records omitted.
       01 bk-const-rec pic x(20).

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

       fd bk-cars label records omitted.
       01 bk-cars-rec pic x(104).

       fd bk-carsrv label records omitted.
       01 bk-carsrv-rec pic x(87).

       fd audit label records omitted.
       01 audit-rec.
          02 aud-date pic 9(8).
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

       fd bkcat.
       01 bkcat-rec.

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
           02 word-stat pic xx.
           02 ag-stat pic xx.
           02 const-stat pic xx.
           02 car-stat pic xx.
           02 sv-stat pic xx.
           02 bk-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 cat-stat pic xx.

       01  files-used.
           02 fpel-2 pic x(12) value "word.dat".
           02 fag pic x(12) value "pelag.dat".
           02 fconst pic x(12) value "const.dat".
           02 fcars pic x(12) value "cars.dat".
           02 fcarsrv pic x(12) value "carsrv.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".

       01  cat-names.
           02 fcat pic x(12) value "bkcat.dat".
           02 res-note pic x(7).

       01  result-table.
           02 result-item pic x(34) occurs 6 times.

       77  res-ix pic 9.

           move 4 to res-ix.
           perform restore-const thru restore-const-ex.

           move 5 to res-ix.
           perform restore-cars thru restore-cars-ex.

           move 6 to res-ix.
           perform restore-carsrv thru restore-carsrv-ex.

           perform done-box.

           goback.
       check-live-const-ex.
           close const.

       restore-cars.
           move 0 to cnt-read cnt-written.
           move "N" to skip-flag.
           move fcars to fl-nam.

           perform check-live-car thru check-live-car-ex.
           if live-is-found perform confirm-box
                            if syn-o move "Y" to skip-flag
                            end-if
           end-if.

           if file-skipped perform result-note-skip
                           go restore-cars-ex.

           if gen-chosen
              move "car" to bk-pfx
              move bk-nam-w to bk-nam
           else
              move fcars to bk-nam
           end-if.
           open input bk-cars. open output cars.

       restore-cars-2.
           read bk-cars next record
                at end go restore-cars-3.

           add 1 to cnt-read.

           write cars-rec from bk-cars-rec
                 invalid continue
                 not invalid add 1 to cnt-written
           end-write.

           go restore-cars-2.

       restore-cars-3.
           close bk-cars cars.
           perform result-note-done.

       restore-cars-ex.
           exit.

       check-live-car.
           move "N" to live-found.
           open input cars.
           read cars next record at end go check-live-car-ex.
           move "Y" to live-found.

       check-live-car-ex.
           close cars.

       restore-carsrv.
           move 0 to cnt-read cnt-written.
           move "N" to skip-flag.
           move fcarsrv to fl-nam.

           perform check-live-srv thru check-live-srv-ex.
           if live-is-found perform confirm-box
                            if syn-o move "Y" to skip-flag
                            end-if
           end-if.

           if file-skipped perform result-note-skip
                           go restore-carsrv-ex.

           if gen-chosen
              move "csv" to bk-pfx
              move bk-nam-w to bk-nam
           else
              move fcarsrv to bk-nam
           end-if.
           open input bk-carsrv. open output carsrv.

       restore-carsrv-2.
           read bk-carsrv next record
                at end go restore-carsrv-3.

           add 1 to cnt-read.

           write carsrv-rec from bk-carsrv-rec
                 invalid continue
                 not invalid add 1 to cnt-written
           end-write.

           go restore-carsrv-2.

       restore-carsrv-3.
           close bk-carsrv carsrv.
           perform result-note-done.

       restore-carsrv-ex.
           exit.

       check-live-srv.
           move "N" to live-found.
           open input carsrv.
           read carsrv next record at end go check-live-srv-ex.
           move "Y" to live-found.

       check-live-srv-ex.
           close carsrv.

       result-note-done.
           move fl-nam to res-nam.
           move cnt-read to res-read.
           move spaces to aud-after.
           move "OVERWRITE CONFIRMED" to aud-after.

           perform audit-chain thru audit-chain-ex.

           move aud-key to fl-nam.

                   position 22
                   "#                                  #" line 15
                   position 22
                   "#                                  #" line 16
                   position 22
                   "#                                  #" line 17
                   position 22
                   "####################################" line 18
                   position 22

                   bc-line line 19 position 24 size 36 control nor-cnt.

           perform varying x from 9 by 1 until x > 18
           display bc-line line x position 58 size 2 control nor-cnt
           end-perform.

                   result-item (2) line 12 position 23 control col-cnt
                   result-item (3) line 13 position 23 control col-cnt
                   result-item (4) line 14 position 23 control col-cnt
                   result-item (5) line 15 position 23 control col-cnt
                   result-item (6) line 16 position 23 control col-cnt
                   "press a key" line 17 position 32
                                 control col-cnt.

           accept flag line 24 position 80 control acpt-col.

           perform varying x from 8 by 1 until x > 19
           display bc-line line x position 22 size 38 control col-cnt
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
