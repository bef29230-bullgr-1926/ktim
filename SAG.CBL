       id division.
       program-id. sag.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional agores assign random file-name
           organization indexed
           access dynamic
           record key kodikos-a
           status ag-stat.

           select optional tkmast assign random file-name
           organization indexed
           access dynamic
           record key tkm-tk
           status tkm-stat.

           select optional audit assign random file-name
           status audit-stat.

           select optional prtprof assign random file-name
           organization indexed
           access dynamic
           record key prf-id
           status prf-stat.

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

           select st-prt assign print prt-device.

       data division.
       file section.
       fd agores.
       01 agores-rec.
          02 index-fields.
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

       fd tkmast.
       01 tkmast-rec.
          02 tkm-tk pic x(5).
          02 tkm-poli pic x(15).
          02 tkm-nomos pic x(15).

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

       fd prtprof.
       01 prtprof-rec.
          02 prf-id pic x(8).
          02 prf-dev pic x(40).
          02 prf-page-len pic 9(3).
          02 prf-width pic 9(3).
          02 prf-init pic x(20).
          02 prf-reset pic x(20).

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

       fd st-prt label records omitted.
       01 prt-rec pic x(80).

       working-storage section.
       77 chr-ch pic 9(3) comp-5.

       01  str-var.
           02 bc-line pic x(80) value all "#".
           02 inv-line pic x(80) value all spaces.

       01  num-var.
           02 flag pic 9.
           02 x pic 9999.

       01  file-status.
           02 ag-stat pic xx.
           02 tkm-stat pic xx.
           02 audit-stat pic xx.
           02 prf-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.

       01  files-used.
           02 fag pic x(12) value "pelag.dat".
           02 ftk pic x(12) value "tkmast.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fprof pic x(12) value "prtprof.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       77  prt-device pic x(40) value "PRINTER".

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).

       77  rp-yy pic 9(4).
       77  pv-yy pic 9(4).
       77  cur-ym pic 9(6).
       77  seg-yy pic 9(4).
       77  seg-mm pic 99.
       77  seg-ym pic 9(6).
       01  seg-ym-x pic 9(6).

       01  aud-date-x pic 9(8).
       01  adt redefines aud-date-x.
           02 adt-yy pic 9(4).
           02 adt-mm pic 99.
           02 adt-dd pic 99.

       77  cancel-flag pic 9 value 0.
          88 run-cancelled value 1.

       77  ag-total pic 9(7) value 0.

       01  st-tab.
           02 st-ent occurs 1000 times.
              03 st-grp pic 9.
              03 st-val pic x(20).
              03 st-cnt pic 9(7).
       77  st-used pic 9(4) value 0.
       77  st-i pic 9(4).
       77  st-j pic 9(4).
       01  st-hold pic x(28).
       01  st-grp-w pic 9.
       01  st-val-w pic x(20).
       77  st-swap pic x.
          88 st-swapped value "Y".

       01  gr-tab.
           02 gr-ent occurs 3 times.
              03 gr-first pic 9(4).
              03 gr-cnt pic 9(4).
       77  gr-i pic 9.

       01  mn-tab.
           02 mn-ent occurs 12 times.
              03 mn-cur pic 9(7).
              03 mn-prv pic 9(7).
       77  mn-i pic 99.
       77  mn-cur-tot pic 9(7).
       77  mn-prv-tot pic 9(7).
       77  mn-diff pic s9(7).
       77  mn-pct pic s9(5)v9.

       01  mth-names.
           02 pic x(12) value "IANOYARIOS  ".
           02 pic x(12) value "FEBROYARIOS ".
           02 pic x(12) value "MARTIOS     ".
           02 pic x(12) value "APRILIOS    ".
           02 pic x(12) value "MAIOS       ".
           02 pic x(12) value "IOYNIOS     ".
           02 pic x(12) value "IOYLIOS     ".
           02 pic x(12) value "AYGOYSTOS   ".
           02 pic x(12) value "SEPTEMBRIOS ".
           02 pic x(12) value "OKTWBRIOS   ".
           02 pic x(12) value "NOEMBRIOS   ".
           02 pic x(12) value "DEKEMBRIOS  ".
       01  redefines mth-names.
           02 mth-name pic x(12) occurs 12 times.

       01  grp-titles.
           02 pic x(20) value "ANA NOMO            ".
           02 pic x(20) value "ANA POLH            ".
           02 pic x(20) value "ANA EPAGGELMA       ".
       01  redefines grp-titles.
           02 grp-title pic x(20) occurs 3 times.

       77  st-view pic 9 value 1.
       77  vw-top pic 9(4).
       77  vw-i pic 9(4).
       77  vw-row pic 99.
       77  vw-end pic 9(4).
       77  vw-pct pic 9(3)v9.

       01  total-ed pic z,zzz,zz9.
       01  rp-yy-ed pic 9(4).
       01  pv-yy-ed pic 9(4).

       01  vw-ln.
           02 vw-ln-no pic zzz9.
           02 filler pic x value space.
           02 vw-ln-val pic x(20).
           02 filler pic x value space.
           02 vw-ln-cnt pic z,zzz,zz9.
           02 filler pic x(2) value spaces.
           02 vw-ln-pct pic zz9.9.
           02 filler pic x value "%".

       01  mn-ln.
           02 mn-ln-mm pic 99.
           02 filler pic x value space.
           02 mn-ln-name pic x(12).
           02 mn-ln-cur pic zzz,zz9.
           02 filler pic x(2) value spaces.
           02 mn-ln-prv pic zzz,zz9.
           02 filler pic x(2) value spaces.
           02 mn-ln-diff pic zzz,zz9-.
           02 filler pic x(2) value spaces.
           02 mn-ln-pct pic zzz9.9-.

       01  mn-hd.
           02 filler pic x(15) value "   MHNAS       ".
           02 filler pic x(3) value spaces.
           02 mn-hd-cur pic 9(4).
           02 filler pic x(5) value spaces.
           02 mn-hd-prv pic 9(4).
           02 filler pic x(3) value spaces.
           02 filler pic x(15) value "DIAFORA       %".

       77  prof-sel pic x(8).
       01  prof-init-w pic x(20).
       01  prof-reset-w pic x(20).
       01  prof-dev-w pic x(40).

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

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.

       01  prt-1.
           02 filler pic x(2) value spaces.
           02 today-date-1 pic x(10).
           02 filler pic x(8) value spaces.
           02 filler pic x(25) value "STATISTIKA AGORWN ETOS  ".
           02 rep-yy-1 pic 9(4).
           02 filler pic x(13) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 page-no-prt pic zz9.
           02 filler pic x(10) value spaces.

       01  prt-1b.
           02 filler pic x(2) value spaces.
           02 etairia-prt pic x(30).
           02 filler pic x(48) value spaces.

       01  prt-2.
           02 filler pic x(80) value all "-".

       01  prt-3.
           02 filler pic x(22) value "SYNOLO AGORWN.......:".
           02 total-3 pic z,zzz,zz9.
           02 filler pic x(49) value spaces.

       01  prt-4.
           02 title-4 pic x(20).
           02 filler pic x(60) value spaces.

       01  prt-5.
           02 filler pic x(5) value "  AA ".
           02 filler pic x(21) value "TIMH".
           02 filler pic x(9) value "  PLHTHOS".
           02 filler pic x(8) value "       %".
           02 filler pic x(37) value spaces.

       01  prt-6.
           02 line-6 pic x(51).
           02 filler pic x(29) value spaces.

       01  prt-7.
           02 filler pic x(26) value "     SYNOLO".
           02 cnt-7 pic z,zzz,zz9.
           02 filler pic x(45) value spaces.

       01  prt-8.
           02 filler pic x(30)
              value "NEES EGGRAFES ANA MHNA".
           02 filler pic x(50) value spaces.

       01  prt-9.
           02 line-9 pic x(58).
           02 filler pic x(22) value spaces.

       01  prt-10.
           02 filler pic x(15) value "   SYNOLO ETOYS".
           02 cur-10 pic zzz,zz9.
           02 filler pic x(2) value spaces.
           02 prv-10 pic zzz,zz9.
           02 filler pic x(2) value spaces.
           02 diff-10 pic zzz,zz9-.
           02 filler pic x(2) value spaces.
           02 pct-10 pic zzz9.9-.
           02 filler pic x(30) value spaces.

       01  prt-11.
           02 filler pic x(13) value "BULL THE BEST" .

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

       01  acpt-col.
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
           move par-prt-dev to prt-device.

           perform year-box thru year-box-ex.

           if run-cancelled goback.

           compute pv-yy = rp-yy - 1.
           compute cur-ym = t-yy * 100 + t-mm.

           perform wait-box.

           perform scan-ag thru scan-ag-ex.
           perform st-order thru st-order-ex.
           perform scan-audit thru scan-audit-ex.

           perform st-box.
           move 1 to st-view.

       begin-2.
           perform vw-start.

       vw-disp.
           perform vw-rows thru vw-rows-ex.

       vw-sel.
           accept st-view line 5 position 19 update
           no beep on exception chr-ch
           evaluate chr-ch
              when 27 go telos
              when 2 perform report-run thru report-run-ex
                     perform st-box
                     go vw-disp
              when 67 if st-view < 4 and vw-top > gr-first (st-view)
                         subtract 12 from vw-top
                         go vw-disp
                      else go vw-sel
                      end-if
              when 68 if st-view < 4 and vw-top + 12 not > vw-end
                         add 12 to vw-top
                         go vw-disp
                      else go vw-sel
                      end-if
              when other continue
           end-evaluate.

           if st-view < 1 or st-view > 4 go vw-sel.

           go begin-2.

       year-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line  8 position 24
                                                     control col-cnt
                   "#                            #" line  9 position 24
                   "#                            #" line 10 position 24
                   "#                            #" line 11 position 24
                   "##############################" line 12 position 24

                   bc-line line 13 position 26 size 30 control nor-cnt.

           perform varying x from  9 by 1 until x > 12
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           display "STATISTIKA AGORWN" line  9 position 27
                                   control col-cnt
                   "ETOS (YYYY):" line 10 position 27
                                 control col-cnt
                   "ESC=CANCEL" line 11 position 31
                                control col-cnt.

           move t-yy to rp-yy.

       year-a1.
           accept rp-yy line 10 position 40 prompt "."
               control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to cancel-flag go year-box-ex
              when other go year-a1
           end-evaluate.

           if rp-yy < 1900 or rp-yy > 2099 go year-a1.

       year-box-ex.
           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 8 by 1 until x > 13
           display bc-line line x position 24 size 32 control col-cnt
           end-perform.

       wait-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "##############################" line 12 position 24
                   "PARAKALW PERIMENETE" line 11 position 30.

       scan-ag.
           move 0 to ag-total st-used.
           initialize st-tab.

           move ftk to fl-nam.
           open input tkmast.

           move fag to fl-nam.
           open input agores.

       scan-ag-2.
           read agores next record at end go scan-ag-3.

           add 1 to ag-total.

           move spaces to st-val-w.
           if tk-a = spaces
              move "XWRIS T.K." to st-val-w
           else
              move tk-a to tkm-tk
              read tkmast invalid move "AGNWSTOS NOMOS" to st-val-w
                   not invalid move tkm-nomos to st-val-w
              end-read
              if st-val-w = spaces move "AGNWSTOS NOMOS" to st-val-w
              end-if
           end-if.
           move 1 to st-grp-w.
           perform st-total thru st-total-ex.

           move poli-a to st-val-w.
           if st-val-w = spaces move "XWRIS POLH" to st-val-w.
           move 2 to st-grp-w.
           perform st-total thru st-total-ex.

           move epagelma-a to st-val-w.
           if st-val-w = spaces move "XWRIS EPAGGELMA" to st-val-w.
           move 3 to st-grp-w.
           perform st-total thru st-total-ex.

           go scan-ag-2.

       scan-ag-3.
           close agores.
           close tkmast.

       scan-ag-ex.
           exit.

       st-total.
           perform varying st-i from 1 by 1 until st-i > st-used
              if st-grp (st-i) = st-grp-w and st-val (st-i) = st-val-w
                 add 1 to st-cnt (st-i)
                 go st-total-ex
              end-if
           end-perform.

           if st-used < 1000
              add 1 to st-used
              move st-grp-w to st-grp (st-used)
              move st-val-w to st-val (st-used)
              move 1 to st-cnt (st-used).

       st-total-ex.
           exit.

       st-order.
           move "N" to st-swap.
           move 1 to st-i.

       st-order-2.
           if st-i not < st-used go st-order-3.

           compute st-j = st-i + 1.

           if st-grp (st-i) > st-grp (st-j)
              or (st-grp (st-i) = st-grp (st-j)
                  and st-cnt (st-i) < st-cnt (st-j))
              or (st-grp (st-i) = st-grp (st-j)
                  and st-cnt (st-i) = st-cnt (st-j)
                  and st-val (st-i) > st-val (st-j))
              move st-ent (st-i) to st-hold
              move st-ent (st-j) to st-ent (st-i)
              move st-hold to st-ent (st-j)
              move "Y" to st-swap.

           add 1 to st-i.
           go st-order-2.

       st-order-3.
           if st-swapped go st-order.

           initialize gr-tab.
           perform varying st-i from 1 by 1 until st-i > st-used
              move st-grp (st-i) to gr-i
              if gr-cnt (gr-i) = 0 move st-i to gr-first (gr-i)
              end-if
              add 1 to gr-cnt (gr-i)
           end-perform.

       st-order-ex.
           exit.

       scan-audit.
           initialize mn-tab.
           move pv-yy to seg-yy.
           move 1 to seg-mm.

       scan-audit-2.
           compute seg-ym = seg-yy * 100 + seg-mm.

           if seg-ym not < cur-ym go scan-audit-3.

           perform seg-name-build.
           perform scan-aud-file thru scan-aud-file-ex.

           add 1 to seg-mm.
           if seg-mm > 12
              move 1 to seg-mm
              add 1 to seg-yy.

           if seg-yy > rp-yy go scan-audit-3.

           go scan-audit-2.

       scan-audit-3.
           move faudit to fl-nam.
           perform scan-aud-file thru scan-aud-file-ex.

       scan-audit-ex.
           exit.

       seg-name-build.
           move seg-ym to seg-ym-x.
           move "audit.      " to fl-nam.
           move seg-ym-x (3:4) to fl-nam (7:4).

       scan-aud-file.
           open input audit.

       scan-aud-2.
           read audit next record at end go scan-aud-3.

           if aud-op not = "A" go scan-aud-2.
           if aud-prog not = "pelag" go scan-aud-2.

           move aud-date to aud-date-x.
           if adt-mm < 1 or adt-mm > 12 go scan-aud-2.

           if adt-yy = rp-yy add 1 to mn-cur (adt-mm).
           if adt-yy = pv-yy add 1 to mn-prv (adt-mm).

           go scan-aud-2.

       scan-aud-3.
           close audit.

       scan-aud-file-ex.
           exit.

       vw-start.
           if st-view < 4
              move gr-first (st-view) to vw-top
              compute vw-end = gr-first (st-view) + gr-cnt (st-view)
                             - 1
           end-if.

       vw-rows.
           move c-name(3) to bc. move c-name(7) to fc.
           display inv-line line 7 position 10 size 56 control col-cnt
                   inv-line line 20 position 10 size 56.

           if st-view = 4
              perform mn-rows thru mn-rows-ex
              go vw-rows-ex.

           display grp-title (st-view) line 6 position 10
                   control col-cnt
                   inv-line line 6 position 31 size 35
           " AA  TIMH                   PLHTHOS       %"
                   line 7 position 10.

           move vw-top to vw-i.
           move 8 to vw-row.

       vw-rows-2.
           if vw-row > 19 go vw-rows-ex.

           move c-name(3) to bc. move c-name(7) to fc.

           if gr-cnt (st-view) = 0 or vw-i > vw-end
              display inv-line line vw-row position 10 size 56
                      control col-cnt
           else
              compute vw-ln-no = vw-i - gr-first (st-view) + 1
              move st-val (vw-i) to vw-ln-val
              move st-cnt (vw-i) to vw-ln-cnt
              move 0 to vw-pct
              if ag-total > 0
                 compute vw-pct rounded =
                         st-cnt (vw-i) * 100 / ag-total
              end-if
              move vw-pct to vw-ln-pct
              display vw-ln line vw-row position 10 control col-cnt
           end-if.

           add 1 to vw-i. add 1 to vw-row.

           go vw-rows-2.

       vw-rows-ex.
           exit.

       mn-rows.
           move rp-yy to mn-hd-cur.
           move pv-yy to mn-hd-prv.
           display "NEES EGGRAFES ANA MHNA" line 6 position 10
                   control col-cnt
                   inv-line line 6 position 33 size 33
                   mn-hd line 7 position 10.

           move 0 to mn-cur-tot mn-prv-tot.
           move 1 to mn-i.
           move 8 to vw-row.

       mn-rows-2.
           if mn-i > 12 go mn-rows-3.

           perform mn-line.
           display mn-ln line vw-row position 10 control col-cnt.

           add mn-cur (mn-i) to mn-cur-tot.
           add mn-prv (mn-i) to mn-prv-tot.

           add 1 to mn-i. add 1 to vw-row.
           go mn-rows-2.

       mn-rows-3.
           move spaces to mn-ln.
           move "SYNOLO" to mn-ln-name.
           move mn-cur-tot to mn-ln-cur.
           move mn-prv-tot to mn-ln-prv.
           compute mn-diff = mn-cur-tot - mn-prv-tot.
           move mn-diff to mn-ln-diff.
           move 0 to mn-pct.
           if mn-prv-tot > 0
              compute mn-pct rounded = mn-diff * 100 / mn-prv-tot.
           move mn-pct to mn-ln-pct.
           display mn-ln line 20 position 10 control col-cnt.

       mn-rows-ex.
           exit.

       mn-line.
           move mn-i to mn-ln-mm.
           move mth-name (mn-i) to mn-ln-name.
           move mn-cur (mn-i) to mn-ln-cur.
           move mn-prv (mn-i) to mn-ln-prv.
           compute mn-diff = mn-cur (mn-i) - mn-prv (mn-i).
           move mn-diff to mn-ln-diff.
           move 0 to mn-pct.
           if mn-prv (mn-i) > 0
              compute mn-pct rounded = mn-diff * 100 / mn-prv (mn-i).
           move mn-pct to mn-ln-pct.

       report-run.
           perform prof-ask thru prof-ask-ex.

           perform header-prt thru header-prt-2.

           move 1 to gr-i.

       report-run-2.
           perform page-check.
           write prt-rec from prt-2.
           move grp-title (gr-i) to title-4.
           perform page-check.
           write prt-rec from prt-4.
           perform page-check.
           write prt-rec from prt-5.
           perform page-check.
           write prt-rec from prt-2.

           if gr-cnt (gr-i) > 0
              compute vw-end = gr-first (gr-i) + gr-cnt (gr-i) - 1
              perform varying vw-i from gr-first (gr-i) by 1
                      until vw-i > vw-end
                 compute vw-ln-no = vw-i - gr-first (gr-i) + 1
                 move st-val (vw-i) to vw-ln-val
                 move st-cnt (vw-i) to vw-ln-cnt
                 move 0 to vw-pct
                 if ag-total > 0
                    compute vw-pct rounded =
                            st-cnt (vw-i) * 100 / ag-total
                 end-if
                 move vw-pct to vw-ln-pct
                 move vw-ln to line-6
                 perform page-check
                 write prt-rec from prt-6
              end-perform
           end-if.

           move ag-total to cnt-7.
           perform page-check.
           write prt-rec from prt-7.

           add 1 to gr-i.
           if gr-i not > 3 go report-run-2.

           perform page-check.
           write prt-rec from prt-2.
           perform page-check.
           write prt-rec from prt-8.
           move rp-yy to mn-hd-cur.
           move pv-yy to mn-hd-prv.
           move mn-hd to line-9.
           perform page-check.
           write prt-rec from prt-9.
           perform page-check.
           write prt-rec from prt-2.

           move 0 to mn-cur-tot mn-prv-tot.
           perform varying mn-i from 1 by 1 until mn-i > 12
              perform mn-line
              move mn-ln to line-9
              perform page-check
              write prt-rec from prt-9
              add mn-cur (mn-i) to mn-cur-tot
              add mn-prv (mn-i) to mn-prv-tot
           end-perform.

           move mn-cur-tot to cur-10.
           move mn-prv-tot to prv-10.
           compute mn-diff = mn-cur-tot - mn-prv-tot.
           move mn-diff to diff-10.
           move 0 to mn-pct.
           if mn-prv-tot > 0
              compute mn-pct rounded = mn-diff * 100 / mn-prv-tot.
           move mn-pct to pct-10.
           perform page-check.
           write prt-rec from prt-2.
           perform page-check.
           write prt-rec from prt-10.

           write prt-rec from prt-11 after advancing page.

           if prof-reset-w not = spaces
              write prt-rec from prof-reset-w.

           close st-prt.

           perform spool-close.

           perform done-box.

           perform vw-start.

       report-run-ex.
           exit.

       prof-ask.
           move spaces to prof-sel.
           move spaces to prof-init-w prof-reset-w.
           move spaces to prof-dev-w.
           move 55 to prt-max-lines.

           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line  8 position 24
                                                     control col-cnt
                   "#                            #" line  9 position 24
                   "#                            #" line 10 position 24
                   "##############################" line 11 position 24.

           display "PROFILE (KENO=STD):" line  9 position 27
                                        control col-cnt.

           accept prof-sel line 9 position 47 update tab
                 on exception chr-ch
           evaluate chr-ch
              when 27 continue
              when other continue
           end-evaluate.

           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 8 by 1 until x > 11
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

           if prof-sel = spaces go prof-ask-ex.

           move fprof to fl-nam.
           open input prtprof.
           move prof-sel to prf-id.

           read prtprof invalid close prtprof go prof-ask-ex.

           close prtprof.

           if prf-page-len not = 0
              move prf-page-len to prt-max-lines.

           move prf-init to prof-init-w.
           move prf-reset to prof-reset-w.

           if prf-dev not = spaces
              move prf-dev to prof-dev-w.

       prof-ask-ex.
           exit.

       page-check.
           if prt-line-cnt >= prt-max-lines
              write prt-rec from prt-2 after advancing page
              perform header-prt-2
           end-if.

           add 1 to prt-line-cnt.

       header-prt.
           move 0 to prt-page-no.
           perform spool-open.
           open extend st-prt.

           if prof-init-w not = spaces
              write prt-rec from prof-init-w.

       header-prt-2.
           add 1 to prt-page-no.
           move prt-page-no to page-no-prt.
           move 0 to prt-line-cnt.
           move ed-date to today-date-1.
           move rp-yy to rep-yy-1.
           write prt-rec from prt-1.
           move etairia to etairia-prt.
           write prt-rec from prt-1b.
           write prt-rec from prt-2.
           move ag-total to total-3.
           write prt-rec from prt-3.

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
           move spf-name to prt-device.

       spool-close.
           move fspl to fl-nam.
           open i-o splctl.

           move spool-no to spl-no.
           move "sag" to spl-job.
           move oper-code to spl-oper.
           compute spl-date = t-yy * 10000 + t-mm * 100 + t-dd.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.

           if prof-dev-w not = spaces
              move prof-dev-w to spl-dev
           else
              move par-prt-dev to spl-dev
           end-if.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.

       done-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "##############################" line 13 position 24

                   bc-line line 14 position 26 size 30 control nor-cnt.

           perform varying x from 11 by 1 until x > 13
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           display "EKTYPWSH STO SPOOL" line 11 position 30
                                      control col-cnt
                   "press a key" line 12 position 35
                                 control col-cnt.

           accept flag line 24 position 80 control acpt-col.

       st-box.
           perform clean-box.

           move ag-total to total-ed.
           move rp-yy to rp-yy-ed.

           move c-name(3) to bc. move c-name(8) to fc.
           display
           "################ STATISTIKA AGORWN ########################"
                   line 3 position 8 control col-cnt.

           perform varying x from 4 by 1 until x > 20
           display
           "#                                                         #"
                   line x position 8
           end-perform.

           display
           "###########################################################"
                   line 21 position 8

                   "AGORES...:" line 4 position 10
                   "ETOS.....:" line 4 position 35
                   "PROBOLH..:" line 5 position 10
                   "1=NOMOS 2=POLH 3=EPAGG 4=NEES"
                   line 5 position 24
                   "PGUP-PGDN" line 21 position 12
                   "F2=EKTYPWSH" line 21 position 24
                   "ESC" line 21 position 38.

           move c-name(3) to bc. move c-name(7) to fc.
           display total-ed line 4 position 21 control col-cnt
                   rp-yy-ed line 4 position 46.

           display bc-line line 22 position 10 size 59 control nor-cnt.
           perform varying x from 4 by 1 until x > 21
           display bc-line line x position 67 size 2 control nor-cnt
           end-perform.

       clean-box.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 3 by 1 until x > 22
           display bc-line line x position 5 size 71
                           control col-cnt
           end-perform.

       telos.
           perform clean-box.
           goback.
