           record key kin-key
           status kin-stat.

           select optional kinext assign random file-name
           organization indexed
           access dynamic
           record key kx-key
           status kx-stat.

           select optional arc-kin assign random arc-name
           status arc-stat.

          02 aud-operator pic x(10).
          02 aud-before pic x(250).
          02 aud-after pic x(250).
          02 aud-seq pic 9(8).
          02 aud-chk pic 9(8).

       fd kinhseis.
       01 kinhsh-rec.
             03 kin-memo pic x(30).
             03 kin-receipt pic 9(6).

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

       fd arc-kin label records omitted.
       01 arc-kin-rec pic x(91).

           02 seq-stat pic xx.
           02 spl-stat2 pic xx.
           02 arc-stat pic xx.
           02 kx-stat pic xx.

       01  files-used.
           02 faudit pic x(12) value "audit.dat".
           02 fkin pic x(12) value "kin.dat".
           02 fkx pic x(12) value "kinext.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".


       77  cur-cnt pic 9(5) value 0.
       77  cur-poso pic s9(9)v99 value 0.
       77  rv-cnt pic 9(5) value 0.
       77  rv-poso pic s9(9)v99 value 0.
       77  rv-type pic x(15).
       77  pv-cnt pic 9(5) value 0.
       77  pv-poso pic s9(9)v99 value 0.

           02 filler pic x(1) value space.
           02 cur-poso-9 pic zzzzzzzzz9.99-.

       01  prt-12.
           02 filler pic x(19) value "  APO AYTA ANTIL. :".
           02 rv-cnt-12 pic zzzzzz9.
           02 filler pic x(1) value space.
           02 rv-poso-12 pic zzzzzzzzz9.99-.

       01  prt-10.
           02 filler pic x(19) value "PROHGOYMENOS MHNAS:".
           02 pv-cnt-10 pic zzzzzz9.
           end-evaluate.

       scan-kin.
           move fkx to fl-nam.
           open input kinext.

           move fkin to fl-nam.
           open input kinhseis.


       scan-kin-5.
           close arc-kin.
           close kinext.

       scan-kin-ex.
           exit.
           add 1 to cur-cnt.
           add kin-poso to cur-poso.

           move kin-key to kx-key.
           read kinext invalid move space to kx-rev-flag end-read.

           if kx-rev-flag = "V"
              add 1 to rv-cnt
              add kin-poso to rv-poso
              move kin-type to rv-type
              string "ANT-" rv-type delimited by size into kin-type.

           perform tt-total.

       kin-tally-ex.
           perform page-check.
           write prt-rec from prt-9.

           move rv-cnt to rv-cnt-12.
           move rv-poso to rv-poso-12.
           perform page-check.
           write prt-rec from prt-12.

           move pv-cnt to pv-cnt-10.
           move pv-poso to pv-poso-10.
           perform page-check.
