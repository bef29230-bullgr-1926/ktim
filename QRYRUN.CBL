       id division.
       program-id. qryrun.
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

           select optional agores assign random file-name
           organization indexed
           access dynamic

           record key kodikos-a
           alternate record key epitheto-a with duplicates
           alternate record key ref-kodikos-a with duplicates
           alternate record key afm-a with duplicates
           alternate record key telephone1-a with duplicates
           alternate record key telephone2-a with duplicates
           alternate record key srch-epi-a with duplicates
           alternate record key srch-tel1-a with duplicates
           alternate record key srch-tel2-a with duplicates
           status ag-stat.

           select optional pelbal assign random file-name
           organization indexed
           access dynamic
           record key bal-kodikos
           status bal-stat.

           select optional tkmast assign random file-name
           organization indexed
           access dynamic
           record key tkm-tk
           status tkm-stat.

           select optional eodctl assign random file-name
           organization indexed
           access dynamic
           record key eod-id
           status ctl-stat.

           select optional seqctl assign random file-name
           organization indexed
           access dynamic
           record key seq-id
           status seq-stat.

           select optional splctl assign random file-name
           organization indexed
           access dynamic
           record key spl-no
           status spl-stat2.

           select optional dl-file assign random dl-name
           organization line sequential
           status dl-stat.

           select qr-prt assign print qr-device.

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

       fd agores.
       01 agores-rec.
          02 index-fields-a.
             03 kodikos-a pic x(20).
             03 onoma-a pic x(15).
             03 epitheto-a pic x(25).
          02 agores-rest.
             03 dieythynsh-a pic x(35).
             03 epagelma-a   pic x(20).
             03 afm-a pic x(8).
             03 telephone1-a pic x(15).
             03 telephone2-a pic x(15).
             03 ref-kodikos-a pic x(20).
             03 poli-a pic x(15).
             03 tk-a pic x(5).
             03 srch-epi-a pic x(25).
             03 srch-tel1-a pic x(15).
             03 srch-tel2-a pic x(15).

       fd pelbal.
       01 pelbal-rec.
          02 bal-kodikos pic x(20).
          02 bal-poso pic s9(9)v99.
          02 bal-date pic 9(8).

       fd tkmast.
       01 tkmast-rec.
          02 tkm-tk pic x(5).
          02 tkm-poli pic x(15).
          02 tkm-nomos pic x(15).

       fd eodctl.
       01 eodctl-rec.
          02 eod-id pic x(8).
          02 eod-date pic 9(8).
          02 eod-step-exp pic x.
          02 eod-step-dq pic x.
          02 eod-step-bk pic x.
          02 eod-step-bal pic x.
          02 eod-cnt-pel pic 9(5).
          02 eod-cnt-ag pic 9(5).
          02 eod-cnt-bad pic 9(5).
          02 eod-cnt-bk pic 9(5).
          02 eod-cnt-bal pic 9(5).
          02 eod-rot-cnt pic 9(7).

       fd seqctl.
       01 seqctl-rec.
          02 seq-id pic x(8).
          02 seq-next pic 9(8).

       fd splctl.
       01 splctl-rec.
          02 spl-no pic 9(6).
          02 spl-job pic x(12).
          02 spl-oper pic x(10).
          02 spl-date pic 9(8).
          02 spl-pages pic 9(4).
          02 spl-stat pic x.
          02 spl-dev pic x(40).

       fd dl-file label records omitted.
       01 dl-rec pic x(250).

       fd qr-prt label records omitted.
       01 qr-prt-rec pic x(132).

       working-storage section.
       01  file-status.
           02 qd-stat pic xx.
           02 qw-stat pic xx.
           02 pel-stat pic xx.
           02 ag-stat pic xx.
           02 bal-stat pic xx.
           02 tkm-stat pic xx.
           02 ctl-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.
           02 dl-stat pic xx.

       01  files-used.
           02 fqdef pic x(12) value "qrydef.dat".
           02 fqwrk pic x(12) value "qrywrk.dat".
           02 fpel pic x(12) value "pel.dat".
           02 fag pic x(12) value "pelag.dat".
           02 fbal pic x(12) value "pelbal.dat".
           02 ftk pic x(12) value "tkmast.dat".
           02 fctl pic x(12) value "eodctl.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  dl-name pic x(40).

       77  qr-device pic x(40).
       77  spool-no pic 9(6).

       01  spf-name pic x(29).
       01  spf-fn redefines spf-name.
           03 spf-disk pic xx.
           03 spf-rest pic x(15).
           03 spf-nam pic x(12).

       01  spf-nam-w.
           02 filler pic x(2) value "sp".
           02 spf-num-w pic 9(6).
           02 filler pic x(4) value ".prt".

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

       01  qv-tab.
           02 qv-ent occurs 13 times.
              03 qv-val pic x(35).
              03 qv-num pic s9(9)v99.

       01  qv-ed pic -zzzzzzzz9.99.
       01  qv-ed-i pic zzzz9.

       01  qc-tab.
           02 qc-len pic 99 occurs 4 times.

       77  qv-i pic 99.
       77  qf-i pic 99.
       77  qc-i pic 9.
       77  qo-c pic 9.
       77  qc-val pic x(35).
       77  qc-tally pic 9(3).
       77  qr-hit pic x.

       01  qs-num pic 9(10)v99.
       01  qs-num-x redefines qs-num pic x(12).
       01  qs-up pic x(37)
           value " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  qs-down pic x(37)
           value "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 ".

       01  qo-line pic x(132).
       01  qo-txt pic x(35).
       77  qo-ptr pic 9(3).
       77  qo-w pic 9(3).
       77  qo-max pic 9(3).
       77  qo-lead pic 99.
       77  qo-first pic x.
       77  dl-ptr pic 9(3).

       77  qr-mode pic x.
       77  qr-today pic 9(8).
       77  qr-seq pic 9(6).
       77  qr-rows pic 9(5).
       77  cnt-qry pic 9(5) value 0.
       77  cnt-rows pic 9(5) value 0.

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.

       01  qr-1.
           02 filler pic x(2) value spaces.
           02 qr-date-1 pic x(10).
           02 filler pic x(4) value spaces.
           02 qr-name-1 pic x(13).
           02 qr-desc-1 pic x(30).
           02 filler pic x(2) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 qr-page-1 pic zz9.

       01  qr-1b.
           02 filler pic x(2) value spaces.
           02 qr-etairia-1 pic x(30).

       01  qr-dash pic x(132) value all "-".

       01  qr-9.
           02 filler pic x(2) value spaces.
           02 filler pic x(12) value "EGGRAFES  : ".
           02 qr-cnt-9 pic zzzz9.

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

           compute qr-today = t-yy * 10000 + t-mm * 100 + t-dd.

           move "E" to qr-mode.

           move fqdef to fl-nam.
           open i-o qrydef.

           move low-values to qd-name.
           start qrydef key not < qd-name
                 invalid go qr-end.

       qr-scan.
           read qrydef next record at end go qr-scan-9.

           if qd-pend = oper-code
              move "P" to qr-mode
              go qr-scan-9.

           go qr-scan.

       qr-scan-9.
           move low-values to qd-name.
           start qrydef key not < qd-name
                 invalid go qr-end.

       qr-next.
           read qrydef next record at end go qr-end.

           if qr-mode = "P" and qd-pend not = oper-code go qr-next.
           if qr-mode = "E" and qd-eod not = "N" go qr-next.

           perform qry-exec thru qry-exec-ex.

           move qr-today to qd-last.
           move qr-rows to qd-cnt.
           if qr-mode = "P" move spaces to qd-pend.

           rewrite qrydef-rec invalid continue end-rewrite.

           add 1 to cnt-qry.
           if cnt-rows + qr-rows > 99999 move 99999 to cnt-rows
           else add qr-rows to cnt-rows.

           go qr-next.

       qr-end.
           close qrydef.

           if qr-mode = "E" perform ctl-update.

           goback.

       qry-exec.
           if qd-src = "A" move qf-ag-tab to qf-tab
           else move qf-pel-tab to qf-tab.

           perform varying qc-i from 1 by 1 until qc-i > 4
              move 20 to qc-len (qc-i)
              perform varying qv-i from 20 by -1
                      until qv-i < 2
                         or qd-c-val (qc-i) (qv-i:1) not = space
                 subtract 1 from qc-len (qc-i)
              end-perform
           end-perform.

           move 0 to qr-seq qr-rows.

           move fqwrk to fl-nam.
           open output qrywrk.
           close qrywrk.
           open i-o qrywrk.

           move fbal to fl-nam. open input pelbal.
           move ftk to fl-nam. open input tkmast.

           if qd-src = "A" go qx-ag.

           move fpel to fl-nam. open input pelates.

       qx-pel.
           read pelates next record at end go qx-pel-9.

           perform pel-vals.
           perform cond-test thru cond-test-ex.

           if qr-hit = "Y" perform wrk-add.

           go qx-pel.

       qx-pel-9.
           close pelates.
           go qx-out.

       qx-ag.
           move fag to fl-nam. open input agores.

       qx-ag-2.
           read agores next record at end go qx-ag-9.

           perform ag-vals.
           perform cond-test thru cond-test-ex.

           if qr-hit = "Y" perform wrk-add.

           go qx-ag-2.

       qx-ag-9.
           close agores.

       qx-out.
           close pelbal tkmast.

           evaluate true
              when qd-out = "D"
                   perform dl-out thru dl-out-ex
              when qd-out = "1"
                   move 132 to qo-max
                   perform prt-out thru prt-out-ex
              when qd-out = "8"
                   move 80 to qo-max
                   perform prt-out thru prt-out-ex
              when qr-mode = "E"
                   move 80 to qo-max
                   perform prt-out thru prt-out-ex
           end-evaluate.

           close qrywrk.

       qry-exec-ex.
           exit.

       pel-vals.
           move spaces to qv-tab.

           move kodikos to qv-val (1).
           move onoma to qv-val (2).
           move epitheto to qv-val (3).
           move dieythynsh to qv-val (4).
           move afm to qv-val (5).
           move telephone to qv-val (6).
           move poli to qv-val (7).
           move tk to qv-val (8).

           move tk to tkm-tk.
           read tkmast invalid move spaces to tkm-nomos.
           move tkm-nomos to qv-val (9).

           move eorth-mm to qv-num (10).
           move pel-limit to qv-num (11).
           move pel-status to qv-val (12).

           move kodikos to bal-kodikos.
           read pelbal invalid move 0 to bal-poso.
           move bal-poso to qv-num (13).

           perform num-vals.

       ag-vals.
           move spaces to qv-tab.

           move kodikos-a to qv-val (1).
           move onoma-a to qv-val (2).
           move epitheto-a to qv-val (3).
           move dieythynsh-a to qv-val (4).
           move epagelma-a to qv-val (5).
           move afm-a to qv-val (6).
           move telephone1-a to qv-val (7).
           move telephone2-a to qv-val (8).
           move ref-kodikos-a to qv-val (9).
           move poli-a to qv-val (10).
           move tk-a to qv-val (11).

           move tk-a to tkm-tk.
           read tkmast invalid move spaces to tkm-nomos.
           move tkm-nomos to qv-val (12).

           move 0 to bal-poso.
           if ref-kodikos-a not = spaces
              move ref-kodikos-a to bal-kodikos
              read pelbal invalid move 0 to bal-poso end-read.
           move bal-poso to qv-num (13).

           perform num-vals.

       num-vals.
           perform varying qv-i from 1 by 1 until qv-i > 13
              if qf-type (qv-i) = "N"
                 move qv-num (qv-i) to qv-ed
                 move qv-ed to qv-val (qv-i)
              end-if
              if qf-type (qv-i) = "I"
                 move qv-num (qv-i) to qv-ed-i
                 move qv-ed-i to qv-val (qv-i)
              end-if
           end-perform.

       cond-test.
           move "Y" to qr-hit.
           move 1 to qc-i.

       cond-test-2.
           if qc-i > 4 go cond-test-ex.

           if qd-c-fld (qc-i) = 0 or qd-c-fld (qc-i) > 13
              go cond-test-3.

           move qd-c-fld (qc-i) to qf-i.

           if qf-numeric (qf-i)
              perform cond-num
           else
              perform cond-alpha.

           if qr-hit = "N" go cond-test-ex.

       cond-test-3.
           add 1 to qc-i.
           go cond-test-2.

       cond-test-ex.
           exit.

       cond-num.
           evaluate qd-c-op (qc-i)
              when "= "
                   if qv-num (qf-i) not = qd-c-num (qc-i)
                      move "N" to qr-hit
                   end-if
              when "<>"
                   if qv-num (qf-i) = qd-c-num (qc-i)
                      move "N" to qr-hit
                   end-if
              when "> "
                   if qv-num (qf-i) not > qd-c-num (qc-i)
                      move "N" to qr-hit
                   end-if
              when "< "
                   if qv-num (qf-i) not < qd-c-num (qc-i)
                      move "N" to qr-hit
                   end-if
              when ">="
                   if qv-num (qf-i) < qd-c-num (qc-i)
                      move "N" to qr-hit
                   end-if
              when "<="
                   if qv-num (qf-i) > qd-c-num (qc-i)
                      move "N" to qr-hit
                   end-if
           end-evaluate.

       cond-alpha.
           move qd-c-val (qc-i) to qc-val.

           evaluate qd-c-op (qc-i)
              when "= "
                   if qv-val (qf-i) not = qc-val
                      move "N" to qr-hit
                   end-if
              when "<>"
                   if qv-val (qf-i) = qc-val
                      move "N" to qr-hit
                   end-if
              when "> "
                   if qv-val (qf-i) not > qc-val
                      move "N" to qr-hit
                   end-if
              when "< "
                   if qv-val (qf-i) not < qc-val
                      move "N" to qr-hit
                   end-if
              when ">="
                   if qv-val (qf-i) < qc-val
                      move "N" to qr-hit
                   end-if
              when "<="
                   if qv-val (qf-i) > qc-val
                      move "N" to qr-hit
                   end-if
              when "AR"
                   if qv-val (qf-i) (1:qc-len (qc-i))
                      not = qc-val (1:qc-len (qc-i))
                      move "N" to qr-hit
                   end-if
              when "PE"
                   move 0 to qc-tally
                   inspect qv-val (qf-i) tallying qc-tally
                           for all qc-val (1:qc-len (qc-i))
                   if qc-tally = 0
                      move "N" to qr-hit
                   end-if
           end-evaluate.

       wrk-add.
           add 1 to qr-seq.
           if qr-rows < 99999 add 1 to qr-rows.

           move spaces to qw-sort.

           if qd-sort > 0 and qd-sort < 14
              move qd-sort to qf-i
              if qf-numeric (qf-i)
                 compute qs-num = qv-num (qf-i) + 1000000000
                 move qs-num-x to qw-sort
              else
                 move qv-val (qf-i) to qw-sort
              end-if
              if qd-sort-dir = "F"
                 inspect qw-sort converting qs-up to qs-down
              end-if
           end-if.

           move qr-seq to qw-seq.

           perform varying qo-c from 1 by 1 until qo-c > 6
              if qd-col (qo-c) > 0 and qd-col (qo-c) < 14
                 move qv-val (qd-col (qo-c)) to qw-val (qo-c)
              else
                 move spaces to qw-val (qo-c)
              end-if
           end-perform.

           write qrywrk-rec invalid continue end-write.

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

       prt-out.
           perform qr-header thru qr-header-2.

           move low-values to qw-key.
           start qrywrk key not < qw-key
                 invalid go prt-out-9.

       prt-out-2.
           read qrywrk next record at end go prt-out-9.

           move "D" to qo-first.
           perform line-build thru line-build-ex.

           perform qr-page-check.
           write qr-prt-rec from qo-line.

           go prt-out-2.

       prt-out-9.
           perform qr-page-check.
           write qr-prt-rec from qr-dash (1:qo-max).

           move qr-rows to qr-cnt-9.
           perform qr-page-check.
           write qr-prt-rec from qr-9.

           close qr-prt.
           perform spool-close.

       prt-out-ex.
           exit.

       dl-out.
           move qd-dl-name to dl-name.
           open output dl-file.

           move "H" to qo-first.
           perform dl-line thru dl-line-ex.

           move low-values to qw-key.
           start qrywrk key not < qw-key
                 invalid go dl-out-9.

       dl-out-2.
           read qrywrk next record at end go dl-out-9.

           move "D" to qo-first.
           perform dl-line thru dl-line-ex.

           go dl-out-2.

       dl-out-9.
           close dl-file.

       dl-out-ex.
           exit.

       dl-line.
           move spaces to dl-rec.
           move 1 to dl-ptr.
           move 1 to qo-c.

       dl-line-2.
           if qo-c > 6 go dl-line-9.

           if qd-col (qo-c) = 0 or qd-col (qo-c) > 13
              go dl-line-3.

           if qo-first = "H"
              move qf-name (qd-col (qo-c)) to qo-txt
           else
              move qw-val (qo-c) to qo-txt.

           inspect qo-txt replacing all qd-delim by ",".

           move 0 to qo-lead.
           inspect qo-txt tallying qo-lead for leading spaces.

           if dl-ptr > 1
              string qd-delim delimited by size
                     into dl-rec with pointer dl-ptr.

           if qo-lead < 35
              string qo-txt (qo-lead + 1:) delimited by "  "
                     into dl-rec with pointer dl-ptr.

       dl-line-3.
           add 1 to qo-c.
           go dl-line-2.

       dl-line-9.
           write dl-rec.

       dl-line-ex.
           exit.

       ctl-update.
           move fctl to fl-nam.
           open i-o eodctl.
           move "QRYRUN" to eod-id.

           read eodctl invalid
                initialize eodctl-rec
                move "QRYRUN" to eod-id
           end-read.

           move qr-today to eod-date.
           move "Y" to eod-step-exp.
           move cnt-qry to eod-cnt-pel.
           move cnt-rows to eod-cnt-ag.

           write eodctl-rec invalid rewrite eodctl-rec end-write.
           close eodctl.

       qr-page-check.
           if prt-line-cnt >= prt-max-lines
              write qr-prt-rec from qr-dash (1:qo-max)
                    after advancing page
              perform qr-header-2
           end-if.

           add 1 to prt-line-cnt.

       qr-header.
           perform spool-open.
           open extend qr-prt.
           move 0 to prt-page-no.

       qr-header-2.
           add 1 to prt-page-no.
           move prt-page-no to qr-page-1.
           move 0 to prt-line-cnt.
           move ed-date to qr-date-1.
           move qd-name to qr-name-1.
           move qd-desc to qr-desc-1.
           write qr-prt-rec from qr-1.
           move etairia to qr-etairia-1.
           write qr-prt-rec from qr-1b.
           write qr-prt-rec from qr-dash (1:qo-max).
           move "H" to qo-first.
           perform line-build thru line-build-ex.
           write qr-prt-rec from qo-line.
           write qr-prt-rec from qr-dash (1:qo-max).

       spool-open.
           move fseq to fl-nam.
           open i-o seqctl.
           move "SPOOL" to seq-id.

           read seqctl invalid
                move 0 to seq-next
                write seqctl-rec invalid continue end-write
           end-read.

           add 1 to seq-next.
           move seq-next to spool-no.

           rewrite seqctl-rec invalid continue end-rewrite.
           close seqctl.

           move fl-disk-path to spf-disk.
           move fl-rest-path to spf-rest.
           move spool-no to spf-num-w.
           move spf-nam-w to spf-nam.
           move spf-name to qr-device.

       spool-close.
           move fspl to fl-nam.
           open i-o splctl.

           move spool-no to spl-no.
           move qd-name to spl-job.
           move oper-code to spl-oper.
           move qr-today to spl-date.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.
