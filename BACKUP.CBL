           select optional bk-const assign random bk-name
           status bk-stat.

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

           select optional bk-cars assign random bk-name
           status bk-stat.

           select optional bk-carsrv assign random bk-name
           status bk-stat.

           select optional params assign random prm-name
           organization indexed
           access dynamic
           record key gen-date
           status cat-stat.

           select optional reorgctl assign random file-name
           organization indexed
           access dynamic
           record key rc-id
           status rc-stat.

           select optional old-copy assign random file-name
           status old-stat.

       data division.
       file section.
       fd pelates.
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

       fd params.
       01 params-rec.
          02 pm-id pic x(8).
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

       fd bkcat.
       01 bkcat-rec.
          02 gen-cnt-const pic 9(5).
          02 gen-status pic x.

       fd reorgctl.
       01 reorgctl-rec.
          02 rc-id pic x(8).
          02 rc-date pic 9(8).
          02 rc-count pic 9(9).
          02 rc-size pic 9(12).
          02 rc-old pic x.
          02 rc-old-date pic 9(8).
          02 rc-old-nam pic x(12).

       fd old-copy label records omitted.
       01 old-copy-rec pic x(250).

       working-storage section.
       77 chr-ch pic 9(3) comp-5.

           02 word-stat pic xx.
           02 ag-stat pic xx.
           02 const-stat pic xx.
           02 car-stat pic xx.
           02 sv-stat pic xx.
           02 bk-stat pic xx.
           02 param-stat pic xx.
           02 cat-stat pic xx.
           02 rc-stat pic xx.
           02 old-stat pic xx.

       01  files-used.
           02 fpel pic x(12) value "pel.dat".
           02 fpel-2 pic x(12) value "word.dat".
           02 fag pic x(12) value "pelag.dat".
           02 fconst pic x(12) value "const.dat".
           02 fcars pic x(12) value "cars.dat".
           02 fcarsrv pic x(12) value "carsrv.dat".
           02 fparam pic x(12) value "param.dat".
           02 frc pic x(12) value "reorgctl.dat".

       01  cat-names.
           02 fcat pic x(12) value "bkcat.dat".
       77  cnt-word pic 9(5) value 0.
       77  cnt-ag pic 9(5) value 0.
       77  cnt-const pic 9(5) value 0.
       77  cnt-car pic 9(5) value 0.
       77  cnt-srv pic 9(5) value 0.

       77  vfy-cnt pic 9(5).
       77  vfy-live pic 9(5).
           perform copy-word.
           perform copy-agores.
           perform copy-const.
           perform copy-cars thru copy-cars-ex.
           perform copy-carsrv thru copy-carsrv-ex.

           perform verify-run thru verify-run-ex.


           if vfy-bad = 0 perform purge-old thru purge-old-ex.

           if vfy-bad = 0 perform purge-reorg thru purge-reorg-ex.

           perform done-box.

           goback.
       copy-const-ex.
           close const bk-const.

       copy-cars.
           move fcars to fl-nam.
           move "car" to bk-pfx. move bk-nam-w to bk-nam.
           open input cars. open output bk-cars.
           move 0 to cnt-car.

       copy-cars-2.
           read cars next record at end go copy-cars-ex.
           write bk-cars-rec from cars-rec.
           add 1 to cnt-car.
           go copy-cars-2.

       copy-cars-ex.
           close cars bk-cars.

       copy-carsrv.
           move fcarsrv to fl-nam.
           move "csv" to bk-pfx. move bk-nam-w to bk-nam.
           open input carsrv. open output bk-carsrv.
           move 0 to cnt-srv.

       copy-carsrv-2.
           read carsrv next record at end go copy-carsrv-ex.
           write bk-carsrv-rec from carsrv-rec.
           add 1 to cnt-srv.
           go copy-carsrv-2.

       copy-carsrv-ex.
           close carsrv bk-carsrv.

       verify-run.
           move 0 to vfy-bad.

           move "cns" to bk-pfx. move bk-nam-w to bk-nam.
           perform verify-const thru verify-const-ex.

           move fcars to fl-nam.
           move "car" to bk-pfx. move bk-nam-w to bk-nam.
           perform verify-car thru verify-car-ex.

           move fcarsrv to fl-nam.
           move "csv" to bk-pfx. move bk-nam-w to bk-nam.
           perform verify-srv thru verify-srv-ex.

       verify-run-ex.
           exit.

       verify-const-ex.
           exit.

       verify-car.
           move 0 to vfy-cnt.
           open input bk-cars.

       verify-car-2.
           read bk-cars next record at end go verify-car-3.
           add 1 to vfy-cnt.
           go verify-car-2.

       verify-car-3.
           close bk-cars.

           move 0 to vfy-live.
           open input cars.

       verify-car-4.
           read cars next record at end go verify-car-5.
           add 1 to vfy-live.
           go verify-car-4.

       verify-car-5.
           close cars.

           if vfy-cnt not = vfy-live add 1 to vfy-bad.

       verify-car-ex.
           exit.

       verify-srv.
           move 0 to vfy-cnt.
           open input bk-carsrv.

       verify-srv-2.
           read bk-carsrv next record at end go verify-srv-3.
           add 1 to vfy-cnt.
           go verify-srv-2.

       verify-srv-3.
           close bk-carsrv.

           move 0 to vfy-live.
           open input carsrv.

       verify-srv-4.
           read carsrv next record at end go verify-srv-5.
           add 1 to vfy-live.
           go verify-srv-4.

       verify-srv-5.
           close carsrv.

           if vfy-cnt not = vfy-live add 1 to vfy-bad.

       verify-srv-ex.
           exit.

       purge-old.
           open i-o bkcat.

       purge-old-ex.
           exit.

       purge-reorg.
           move frc to fl-nam.
           open i-o reorgctl.

           move spaces to rc-id.
           start reorgctl key not < rc-id
                 invalid go purge-reorg-3.

       purge-reorg-2.
           read reorgctl next record at end go purge-reorg-3.

           if rc-old not = "Y" go purge-reorg-2.

           if rc-old-nam not = spaces
              move rc-old-nam to fl-nam
              open output old-copy
              close old-copy.

           move "N" to rc-old.
           move 0 to rc-old-date.
           move spaces to rc-old-nam.
           rewrite reorgctl-rec invalid continue end-rewrite.

           go purge-reorg-2.

       purge-reorg-3.
           close reorgctl.

       purge-reorg-ex.
           exit.

       purge-files.
           compute bk-stamp =
                   purge-date - ( purge-date / 1000000 ) * 1000000.
           move "cns" to bk-pfx. move bk-nam-w to bk-nam.
           open output bk-const. close bk-const.

           move "car" to bk-pfx. move bk-nam-w to bk-nam.
           open output bk-cars. close bk-cars.

           move "csv" to bk-pfx. move bk-nam-w to bk-nam.
           open output bk-carsrv. close bk-carsrv.

           compute bk-stamp = ( t-yy - ( t-yy / 100 ) * 100 ) * 10000
                            + t-mm * 100 + t-dd.

