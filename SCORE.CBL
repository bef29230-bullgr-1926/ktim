       id division.
       program-id. score.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
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

           select optional kinhseis assign random file-name
           organization indexed
           access dynamic
           record key kin-key
           status kin-stat.

           select optional score assign random file-name
           organization indexed
           access dynamic
           record key sc-kodikos
           alternate record key sc-rank with duplicates
           status sc-stat.

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

           select rs-prt assign print rs-device.

       data division.
       file section.
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

       fd kinhseis.
       01 kinhsh-rec.
          02 kin-key.
             03 kin-kodikos pic x(20).
             03 kin-date pic 9(8).
             03 kin-seq pic 9(3).
          02 kin-rest.
             03 kin-type pic x(15).
             03 kin-poso pic s9(7)v99.
             03 kin-memo pic x(30).
             03 kin-receipt pic 9(6).

       fd score.
       01 score-rec.
          02 sc-kodikos pic x(20).
          02 sc-date pic 9(8).
          02 sc-last pic 9(8).
          02 sc-days pic 9(5).
          02 sc-cnt pic 9(5).
          02 sc-amt pic s9(9)v99.
          02 sc-points pic 99.
          02 sc-band pic x.
          02 sc-prev pic x.
          02 sc-best pic x.
          02 sc-rank.
             03 sc-inv-pts pic 99.
             03 sc-inv-amt pic 9(9).

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

       fd rs-prt label records omitted.
       01 rs-prt-rec pic x(80).

       working-storage section.
       77 chr-ch pic 9(3) comp-5.

       77 synexeia pic x.
          88 syn-n values "N" "n".
          88 syn-o values "O" "o".

       01  str-var.
           02 bc-line pic x(80) value all "#".
           02 inv-line pic x(80) value all spaces.

       01  num-var.
           02 flag pic 9.
           02 flag2 pic x.
           02 x pic 9999.

       01  file-status.
           02 pel-stat pic xx.
           02 kin-stat pic xx.
           02 sc-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.

       01  files-used.
           02 fpel pic x(12) value "pel.dat".
           02 fkin pic x(12) value "kin.dat".
           02 fscore pic x(12) value "score.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       77  rs-device pic x(40).
       77  spool-no pic 9(6).
       01  spool-no-ed pic zzzzz9.

       01  spf-name pic x(29).
       01  spf-fn redefines spf-name.
           03 spf-disk pic xx.
           03 spf-rest pic x(15).
           03 spf-nam pic x(12).

       01  spf-nam-w.
           02 filler pic x(2) value "sp".
           02 spf-num-w pic 9(6).
           02 filler pic x(4) value ".prt".

       77  rs-mode pic x.
       77  rs-today pic 9(8).
       77  rs-cut pic 9(8).
       77  rs-ser-run pic 9(7).
       77  rs-ser pic 9(7).
       01  rs-sel pic x(5).
       77  rs-new pic x.
       77  rs-r pic 9.
       77  rs-f pic 9.
       77  rs-m pic 9.
       77  rs-i pic 9.
       77  rs-k pic 99.
       77  rs-rank pic 9(5).

       01  ser-date-x.
           02 ser-yy pic 9(4). 02 ser-mm pic 99. 02 ser-dd pic 99.

       01  cum-days-tab.
           02 pic x(36) value "000031059090120151181212243273304334".
       01  redefines cum-days-tab.
           02 cum-days pic 9(3) occurs 12 times.

       01  rs-days-lim.
           02 pic x(20) value "00030000900018000365".
       01  redefines rs-days-lim.
           02 rs-dlim pic 9(5) occurs 4 times.

       01  rs-cnt-lim.
           02 pic x(20) value "00024000120000600002".
       01  redefines rs-cnt-lim.
           02 rs-clim pic 9(5) occurs 4 times.

       01  rs-amt-lim.
           02 pic x(28) value "0005000000200000005000000100".
       01  redefines rs-amt-lim.
           02 rs-alim pic 9(7) occurs 4 times.

       01  rs-band-lim.
           02 pic x(8) value "13100704".
       01  redefines rs-band-lim.
           02 rs-blim pic 99 occurs 4 times.

       01  rs-bands pic x(5) value "ABCDE".

       01  rs-band-tab.
           02 rs-band-cnt pic 9(6) occurs 5 times.
       77  rs-total pic 9(6).

       01  rs-cnt-ed pic zzzzz9.

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.

       01  rs-1.
           02 filler pic x(2) value spaces.
           02 rs-date-1 pic x(10).
           02 filler pic x(10) value spaces.
           02 filler pic x(30) value "KATATAXH PELATWN (AXIA)".
           02 filler pic x(9) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 rs-page-1 pic zz9.
           02 filler pic x(11) value spaces.

       01  rs-1b.
           02 filler pic x(2) value spaces.
           02 rs-etairia-1 pic x(30).
           02 filler pic x(4) value spaces.
           02 filler pic x(10) value "BATHMOI: ".
           02 rs-sel-1 pic x(5).
           02 filler pic x(29) value spaces.

       01  rs-2.
           02 filler pic x(80) value all "-".

       01  rs-3.
           02 filler pic x(6) value " A/A".
           02 filler pic x(21) value "KODIKOS".
           02 filler pic x(19) value "EPITHETO".
           02 filler pic x(4) value "B".
           02 filler pic x(3) value "BT".
           02 filler pic x(6) value " HMER".
           02 filler pic x(5) value " KIN".
           02 filler pic x(12) value "   POSO 12M".
           02 filler pic x(4) value " PR".

       01  rs-4.
           02 rs-rank-4 pic zzzz9.
           02 filler pic x value space.
           02 rs-code-4 pic x(20).
           02 filler pic x value space.
           02 rs-epi-4 pic x(18).
           02 filler pic x value space.
           02 rs-band-4 pic x.
           02 filler pic x(3) value spaces.
           02 rs-pts-4 pic z9.
           02 filler pic x value space.
           02 rs-days-4 pic zzzz9.
           02 filler pic x value space.
           02 rs-cnt-4 pic zzz9.
           02 filler pic x value space.
           02 rs-amt-4 pic zzzzzz9.99-.
           02 filler pic x(2) value spaces.
           02 rs-prev-4 pic x.
           02 filler pic x(2) value spaces.

       01  rs-9.
           02 filler pic x(2) value spaces.
           02 filler pic x(8) value "BATHMOS ".
           02 rs-band-9 pic x.
           02 filler pic x(3) value " : ".
           02 rs-cnt-9 pic zzzzz9.

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

           compute rs-today = t-yy * 10000 + t-mm * 100 + t-dd.
           compute rs-cut = rs-today - 10000.

           move rs-today to ser-date-x.
           perform date-serial.
           move rs-ser to rs-ser-run.

       begin-2.
           perform menu-box.
           move space to flag2.
           move spaces to rs-sel.

       rs-a1.
           accept flag2 line 9 position 49 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 go telos
              when other go rs-a1
           end-evaluate.

           if flag2 not = "1" and not = "2" go rs-a1.

           move flag2 to rs-mode.

       rs-a2.
           accept rs-sel line 11 position 49 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go rs-a1
              when other go rs-a2
           end-evaluate.

           inspect rs-sel converting "abcde" to "ABCDE".

           move 0 to flag.
           perform varying rs-i from 1 by 1 until rs-i > 5
              if rs-sel (rs-i:1) not = space
                 and ( rs-sel (rs-i:1) < "A" or rs-sel (rs-i:1) > "E" )
                 move 1 to flag
              end-if
           end-perform.

           if flag = 1 go rs-a2.

           move "o" to synexeia.

       rs-a3.
           accept synexeia line 13 position 49 update tab blink
             on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when 52 go rs-a2
              when other go rs-a3
           end-evaluate.

           evaluate true
              when syn-o go begin-2
              when syn-n continue
              when other go rs-a3
           end-evaluate.

           perform clean-box.
           perform wait-box.

           initialize rs-band-tab.
           move 0 to rs-total.

           if rs-mode = "1" perform sc-run thru sc-run-ex.

           perform rs-report thru rs-report-ex.

           perform clean-box.
           perform done-box.
           go begin-2.

       sc-run.
           move fpel to fl-nam. open input pelates.
           move fkin to fl-nam. open input kinhseis.
           move fscore to fl-nam. open i-o score.

       sc-run-2.
           read pelates next record at end go sc-run-9.

           move kodikos to sc-kodikos.
           move "N" to rs-new.

           read score invalid
                move "Y" to rs-new
                initialize score-rec
                move kodikos to sc-kodikos
           end-read.

           move 0 to sc-last sc-cnt sc-amt.

           move kodikos to kin-kodikos.
           move 0 to kin-date kin-seq.

           start kinhseis key not < kin-key
                 invalid go sc-run-4.

       sc-run-3.
           read kinhseis next record at end go sc-run-4.

           if kin-kodikos not = kodikos go sc-run-4.

           if kin-date > sc-last move kin-date to sc-last.

           if kin-date > rs-cut
              add 1 to sc-cnt
              if kin-poso > 0 add kin-poso to sc-amt end-if
           end-if.

           go sc-run-3.

       sc-run-4.
           perform sc-calc.

           move rs-today to sc-date.

           if rs-new = "Y"
              move sc-band to sc-best
              write score-rec invalid continue end-write
           else
              if sc-best = space or sc-band < sc-best
                 move sc-band to sc-best
              end-if
              rewrite score-rec invalid continue end-rewrite
           end-if.

           go sc-run-2.

       sc-run-9.
           close pelates kinhseis score.

       sc-run-ex.
           exit.

       sc-calc.
           if rs-new = "N" move sc-band to sc-prev.

           if sc-last = 0
              move 99999 to sc-days
           else
              move sc-last to ser-date-x
              perform date-serial
              compute sc-days = rs-ser-run - rs-ser.

           move 0 to rs-r rs-f rs-m.

           if sc-last not = 0
              move 1 to rs-r
              perform varying rs-i from 1 by 1 until rs-i > 4
                 if rs-r = 1 and sc-days not > rs-dlim (rs-i)
                    compute rs-r = 6 - rs-i
                 end-if
              end-perform.

           if sc-cnt > 0
              move 1 to rs-f
              perform varying rs-i from 1 by 1 until rs-i > 4
                 if rs-f = 1 and sc-cnt not < rs-clim (rs-i)
                    compute rs-f = 6 - rs-i
                 end-if
              end-perform.

           if sc-amt > 0
              move 1 to rs-m
              perform varying rs-i from 1 by 1 until rs-i > 4
                 if rs-m = 1 and sc-amt not < rs-alim (rs-i)
                    compute rs-m = 6 - rs-i
                 end-if
              end-perform.

           compute sc-points = rs-r + rs-f + rs-m.

           move 5 to rs-k.
           perform varying rs-i from 4 by -1 until rs-i < 1
              if sc-points not < rs-blim (rs-i) move rs-i to rs-k
              end-if
           end-perform.

           move rs-bands (rs-k:1) to sc-band.

           compute sc-inv-pts = 99 - sc-points.

           if sc-amt not > 0
              move 999999999 to sc-inv-amt
           else
              compute sc-inv-amt = 999999999 - sc-amt.

       date-serial.
           compute rs-ser = ser-yy * 365 + ser-yy / 4
                          + cum-days (ser-mm) + ser-dd.

       rs-report.
           move rs-sel to rs-sel-1.
           perform rs-header thru rs-header-2.

           move fpel to fl-nam. open input pelates.
           move fscore to fl-nam. open input score.

           move 0 to rs-rank.
           move low-values to sc-rank.

           start score key not < sc-rank
                 invalid go rs-report-3.

       rs-report-2.
           read score next record at end go rs-report-3.

           move sc-kodikos to kodikos.
           read pelates invalid go rs-report-2.

           if rs-sel not = spaces
              move 0 to rs-k
              inspect rs-sel tallying rs-k for all sc-band
              if rs-k = 0 go rs-report-2
              end-if
           end-if.

           add 1 to rs-rank.
           add 1 to rs-total.

           perform varying rs-i from 1 by 1 until rs-i > 5
              if rs-bands (rs-i:1) = sc-band
                 add 1 to rs-band-cnt (rs-i)
              end-if
           end-perform.

           move rs-rank to rs-rank-4.
           move sc-kodikos to rs-code-4.
           move epitheto to rs-epi-4.
           move sc-band to rs-band-4.
           move sc-points to rs-pts-4.
           move sc-days to rs-days-4.
           move sc-cnt to rs-cnt-4.
           move sc-amt to rs-amt-4.
           move sc-prev to rs-prev-4.

           perform rs-page-check.
           write rs-prt-rec from rs-4.

           go rs-report-2.

       rs-report-3.
           close pelates score.

           perform rs-page-check.
           write rs-prt-rec from rs-2.

           perform varying rs-i from 1 by 1 until rs-i > 5
              move rs-bands (rs-i:1) to rs-band-9
              move rs-band-cnt (rs-i) to rs-cnt-9
              perform rs-page-check
              write rs-prt-rec from rs-9
           end-perform.

           close rs-prt.
           perform spool-close.

       rs-report-ex.
           exit.

       rs-page-check.
           if prt-line-cnt >= prt-max-lines
              write rs-prt-rec from rs-2 after advancing page
              perform rs-header-2
           end-if.

           add 1 to prt-line-cnt.

       rs-header.
           perform spool-open.
           open extend rs-prt.
           move 0 to prt-page-no.

       rs-header-2.
           add 1 to prt-page-no.
           move prt-page-no to rs-page-1.
           move 0 to prt-line-cnt.
           move ed-date to rs-date-1.
           write rs-prt-rec from rs-1.
           move etairia to rs-etairia-1.
           write rs-prt-rec from rs-1b.
           write rs-prt-rec from rs-2.
           write rs-prt-rec from rs-3.
           write rs-prt-rec from rs-2.

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
           move spf-name to rs-device.

       spool-close.
           move fspl to fl-nam.
           open i-o splctl.

           move spool-no to spl-no.
           move "score" to spl-job.
           move oper-code to spl-oper.
           move rs-today to spl-date.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.

       menu-box.
           perform clean-box.

           move c-name(6) to bc. move c-name(8) to fc.
           display "########## AXIA PELATWN (RFM) ###########"
                   line 7 position 12 control col-cnt
                   "#                                       #"
                   line 8 position 12
                   "# 1.YPOLOGISMOS 2.ANAFORA..........:    #"
                   line 9 position 12
                   "#                                       #"
                   line 10 position 12
                   "# BATHMOI (A-E, KENO=OLOI).........:    #"
                   line 11 position 12
                   "#                                       #"
                   line 12 position 12
                   "# SYNEXEIA (N/O)...................:    #"
                   line 13 position 12
                   "#  ESC                                  #"
                   line 14 position 12
                   "#########################################"
                   line 15 position 12

                   bc-line line 16 position 14 size 41
                           control nor-cnt.

           perform varying x from 8 by 1 until x > 15
           display bc-line line x position 53 size 2 control nor-cnt
           end-perform.

           move c-name(3) to bc. move c-name(8) to fc.
           display " EXODOS " line 14 position 18 control col-cnt.

       wait-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#        PARAKALW ANAMONH    #" line 11 position 24
                   "##############################" line 12 position 24.

       done-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "#                            #" line 13 position 24
                   "##############################" line 14 position 24

                   bc-line line 15 position 26 size 30 control nor-cnt.

           perform varying x from 11 by 1 until x > 14
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           move spool-no to spool-no-ed.
           move rs-total to rs-cnt-ed.

           display "SPOOL No....:" line 11 position 27
                                control col-cnt
                   spool-no-ed line 11 position 41
                   "PELATES.....:" line 12 position 27
                   rs-cnt-ed line 12 position 41
                   "press a key" line 13 position 33.

           accept flag line 24 position 80 control acpt-col.

       clean-box.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 3 by 1 until x > 22
           display bc-line line x position 5 size 71
                           control col-cnt
           end-perform.

       telos.
           perform clean-box.
           goback.
