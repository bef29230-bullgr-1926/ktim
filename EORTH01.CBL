           record key kodikos
           status pel-stat.

           select optional consent assign random file-name
           organization indexed
           access dynamic
           record key cns-key
           status cns-stat.

           select eo-prt assign print prt-device.

       data division.
             03 srch-tel pic x(15).
             03 pel-status pic x(15).

       fd consent.
       01 consent-rec.
          02 cns-key.
             03 cns-file pic x.
             03 cns-kodikos pic x(20).
             03 cns-chan pic 9.
          02 cns-given pic x.
          02 cns-date pic 9(8).
          02 cns-source pic x(15).
          02 cns-oper pic x(10).

       fd eo-prt label records omitted.
       01 prt-rec pic x(80).


       01  file-status.
           02 pel-stat pic xx.
           02 cns-stat pic xx.

       01  files-used.
           02 fpel pic x(12) value "pel.dat".
           02 fcns pic x(12) value "consent.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
       77  eo-month pic 99.
       77  cnt-eo pic 9(5) value 0.
       01  cnt-eo-ed pic zzzz9.
       77  cnt-excl pic 9(5) value 0.
       01  cnt-excl-ed pic zzzz9.

       77  eo-format pic x value "1".
          88 eo-list value "1".
           02 filler pic x(20) value "EORTASTES          :".
           02 sum-eo pic zzzz9.

       01  prt-s2.
           02 filler pic x(5) value spaces.
           02 filler pic x(20) value "EXAIROUNTAI (SYGK.):".
           02 sum-excl pic zzzz9.

       01  prt-11.
           02 filler pic x(13) value "BULL THE BEST" .


       print-out.
           move 0 to prt-page-no.
           move 0 to cnt-eo cnt-excl.

           perform header-prt thru header-prt-2.

           move fcns to fl-nam.
           open input consent.

           move fpel to fl-nam.
           open input pelates.


           if eorth-mm not = eo-month go print-out-2.

           move "P" to cns-file.
           move kodikos to cns-kodikos.

           if eo-label move 1 to cns-chan
           else move 2 to cns-chan.

           read consent invalid move space to cns-given.

           if cns-given not = "Y"
              add 1 to cnt-excl
              go print-out-2.

           add 1 to cnt-eo.
           perform write-detail.

           go print-out-2.

       print-out-4.
           close pelates consent.

           write prt-rec from prt-6.
           move cnt-eo to sum-eo.
           write prt-rec from prt-s.
           move cnt-excl to sum-excl.
           write prt-rec from prt-s2.
           write prt-rec from prt-11.
           close eo-prt.

                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "#                            #" line 13 position 24
                   "##############################" line 14 position 24

                   bc-line line 15 position 26 size 30 control nor-cnt.

           perform varying x from 11 by 1 until x > 14
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           move cnt-eo to cnt-eo-ed.
           move cnt-excl to cnt-excl-ed.

           display "EORTASTES:" line 11 position 29
                                control col-cnt
                   cnt-eo-ed line 11 position 40
                             control col-cnt
                   "EXAIR....:" line 12 position 29
                             control col-cnt
                   cnt-excl-ed line 12 position 40
                             control col-cnt
                   "press a key" line 13 position 33
                                 control col-cnt.

           accept flag line 24 position 80 control acpt-col.

           perform varying x from 10 by 1 until x > 15
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

