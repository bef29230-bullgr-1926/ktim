       id division.
       program-id. glexp.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional kinhseis assign random file-name
           organization indexed
           access dynamic
           record key kin-key
           status kin-stat.

           select optional arc-kin assign random arc-name
           status arc-stat.

           select optional glmap assign random file-name
           organization indexed
           access dynamic
           record key gm-type
           status gm-stat.

           select optional glsent assign random file-name
           organization indexed
           access dynamic
           record key gs-per
           status gs-stat.

           select optional eodctl assign random ctl-name
           organization indexed
           access dynamic
           record key eod-id
           status ctl-stat.

           select optional gl-file assign random exp-name
           status exp-stat.

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

           select gl-prt assign print prt-device.

           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

       data division.
       file section.
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

       fd arc-kin label records omitted.
       01 arc-kin-rec pic x(91).

       fd glmap.
       01 glmap-rec.
          02 gm-type pic x(15).
          02 gm-deb pic x(12).
          02 gm-crd pic x(12).
          02 gm-descr pic x(25).

       fd glsent.
       01 glsent-rec.
          02 gs-per pic 9(6).
          02 gs-date pic 9(8).
          02 gs-oper pic x(10).
          02 gs-lines pic 9(5).
          02 gs-deb pic 9(11)v99.
          02 gs-crd pic 9(11)v99.
          02 gs-file pic x(12).
          02 gs-times pic 99.

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

       fd gl-file label records omitted.
       01 gl-rec pic x(60).

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

       fd gl-prt label records omitted.
       01 prt-rec pic x(132).

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

       01  num-var.
           02 flag pic 9.
           02 x pic 9999.

       01  file-status.
           02 kin-stat pic xx.
           02 arc-stat pic xx.
           02 gm-stat pic xx.
           02 gs-stat pic xx.
           02 ctl-stat pic xx.
           02 exp-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.

       01  files-used.
           02 fkin pic x(12) value "kin.dat".
           02 fglmap pic x(12) value "glmap.dat".
           02 fglsent pic x(12) value "glsent.dat".
           02 fctl pic x(12) value "eodctl.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".

       01  archive-names.
           02 fkin-arc pic x(12) value "kinhsh.arc".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  arc-name pic x(29).
       01  arc-fn redefines arc-name.
           03 arc-disk pic xx.
           03 arc-rest pic x(15).
           03 arc-nam pic x(12).

       01  ctl-name pic x(29).
       01  ctl-fn redefines ctl-name.
           03 ctl-disk pic xx.
           03 ctl-rest pic x(15).
           03 ctl-nam pic x(12).

       01  exp-name pic x(29).
       01  exp-fn redefines exp-name.
           03 exp-disk pic xx.
           03 exp-rest pic x(15).
           03 exp-nam pic x(12).

       01  gl-nam-w.
           02 filler pic x(2) value "gl".
           02 gl-nam-per pic 9(6).
           02 filler pic x(4) value ".txt".

       77  prt-device pic x(40) value "PRINTER".

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       77 synexeia pic x.
          88 syn-n values "N" "n".
          88 syn-o values "O" "o".

       77  rp-mm pic 99.
       77  rp-yy pic 9(4).
       77  rp-per pic 9(6).
       77  rp-from pic 9(8).
       77  rp-to pic 9(8).
       77  close-date pic 9(8).
       77  resend-flag pic x value "N".

       77  cancel-flag pic 9 value 0.
          88 run-cancelled value 1.

       01  dim-values.
           02 pic x(24) value "312831303130313130313031".
       01  redefines dim-values.
           02 dim pic 99 occurs 12 times.
       77  dt-q pic 9(4).
       77  dt-r pic 9(4).
       77  dt-lim pic 99.

       77  mv-acct-d pic x(12).
       77  mv-acct-c pic x(12).
       77  mv-poso pic 9(9)v99.

       01  gl-tab.
           02 gl-ent occurs 1000 times.
              03 gl-date pic 9(8).
              03 gl-acct pic x(12).
              03 gl-deb pic 9(11)v99.
              03 gl-crd pic 9(11)v99.
       77  gl-used pic 9(4) value 0.
       77  gl-i pic 9(4).
       77  gl-j pic 9(4).
       77  gl-full pic x value "N".
       77  sk-date pic 9(8).
       77  sk-acct pic x(12).

       01  um-tab.
           02 um-type pic x(15) occurs 50 times.
       77  um-used pic 99 value 0.
       77  um-i pic 99.

       77  mv-cnt pic 9(7) value 0.
       77  tot-deb pic 9(11)v99 value 0.
       77  tot-crd pic 9(11)v99 value 0.

       01  gl-hdr.
           02 filler pic x(4) value "*HDR".
           02 hdr-etairia pic x(30).
           02 hdr-per pic 9(6).
           02 hdr-date pic 9(8).
           02 hdr-resend pic x.
           02 filler pic x(11) value spaces.

       01  gl-det.
           02 det-date pic 9(8).
           02 det-acct pic x(12).
           02 det-deb pic 9(11)v99.
           02 det-crd pic 9(11)v99.
           02 filler pic x(14) value spaces.

       01  gl-trl.
           02 filler pic x(4) value "*TRL".
           02 trl-cnt pic 9(7).
           02 trl-deb pic 9(11)v99.
           02 trl-crd pic 9(11)v99.
           02 filler pic x(23) value spaces.

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.

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

       01  kin-date-x pic 9(8).
       01  kd redefines kin-date-x.
           02 kd-yy pic 9(4).
           02 kd-mm pic 99.
           02 kd-dd pic 99.

       01  ed-kin-date.
           02 ed-kin-dd pic 99.
           02 filler pic x value "/".
           02 ed-kin-mm pic 99.
           02 filler pic x value "/".
           02 ed-kin-yy pic 9(4).

       01  prt-1.
           02 filler pic x(2) value spaces.
           02 today-date-1 pic x(10).
           02 filler pic x(6) value spaces.
           02 filler pic x(21) value "LOGISTIKO ARTHRO    ".
           02 rep-mm-1 pic 99.
           02 filler pic x value "/".
           02 rep-yy-1 pic 9(4).
           02 filler pic x(24) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 page-no-prt pic zz9.
           02 filler pic x(2) value spaces.

       01  prt-1b.
           02 filler pic x(2) value spaces.
           02 etairia-prt pic x(30).
           02 filler pic x(48) value spaces.

       01  prt-2.
           02 filler pic x(80) value all "-".

       01  prt-3.
           02 filler pic x(11) value "HMER/NIA".
           02 filler pic x(14) value "LOGARIASMOS".
           02 filler pic x(17) value "          XREWSH".
           02 filler pic x(17) value "         PISTWSH".

       01  prt-4.
           02 date-4 pic x(10).
           02 filler pic x value space.
           02 acct-4 pic x(12).
           02 filler pic x(2) value spaces.
           02 deb-4 pic zzzzzzzzzz9.99.
           02 filler pic x(2) value spaces.
           02 crd-4 pic zzzzzzzzzz9.99.

       01  prt-5.
           02 filler pic x(25) value "SYNOLA".
           02 tdeb-5 pic zzzzzzzzzz9.99.
           02 filler pic x(2) value spaces.
           02 tcrd-5 pic zzzzzzzzzz9.99.

       01  prt-6.
           02 lbl-6 pic x(25).
           02 cnt-6 pic zzzzzz9.
           02 filler pic x(2) value spaces.
           02 txt-6 pic x(30).

       01  prt-7.
           02 filler pic x(25) value "XWRIS ANTISTOIXISH :".
           02 type-7 pic x(15).

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

       01 acpt-col.
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
           move fl-disk-path to arc-disk. move fl-rest-path to arc-rest.
           move fl-disk-path to ctl-disk. move fl-rest-path to ctl-rest.
           move fl-disk-path to exp-disk. move fl-rest-path to exp-rest.
           move fctl to ctl-nam.
           move par-prt-dev to prt-device.

           if oper-level < 3
              perform denied-box
              goback.

           perform period-box thru period-box-ex.

           if run-cancelled goback.

           compute rp-per = rp-yy * 100 + rp-mm.
           compute rp-from = rp-per * 100 + 1.

           perform month-end.
           compute rp-to = rp-per * 100 + dt-lim.

           perform lock-check thru lock-check-ex.

           if run-cancelled goback.

           perform sent-check thru sent-check-ex.

           if run-cancelled goback.

           perform header-prt thru header-prt-2.

           perform scan-kin thru scan-kin-ex.

           if um-used > 0 or gl-full = "Y"
              perform refuse-prt thru refuse-prt-3
              perform msg-box
              goback.

           perform write-gl thru write-gl-3.

           perform report-prt thru report-prt-3.

           perform sent-put.

           perform audit-write.

           perform done-box.

           goback.

       month-end.
           move dim (rp-mm) to dt-lim.

           if rp-mm = 2
              divide rp-yy by 4 giving dt-q remainder dt-r
              if dt-r = 0 move 29 to dt-lim end-if
              divide rp-yy by 100 giving dt-q remainder dt-r
              if dt-r = 0 move 28 to dt-lim end-if
              divide rp-yy by 400 giving dt-q remainder dt-r
              if dt-r = 0 move 29 to dt-lim end-if
           end-if.

       period-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line  8 position 24
                                                     control col-cnt
                   "#                            #" line  9 position 24
                   "#                            #" line 10 position 24
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "##############################" line 13 position 24

                   bc-line line 14 position 26 size 30 control nor-cnt.

           perform varying x from  9 by 1 until x > 13
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           display "LOGISTIKO ARTHRO" line  9 position 27
                                      control col-cnt
                   "PERIODOS (MM/YYYY):" line 10 position 27
                                       control col-cnt
                   "ESC=CANCEL" line 12 position 31
                                control col-cnt.

           move t-mm to rp-mm. move t-yy to rp-yy.
           subtract 1 from rp-mm.
           if rp-mm = 0 move 12 to rp-mm subtract 1 from rp-yy.

       period-a1.
           accept rp-mm line 10 position 46 prompt "."
               control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to cancel-flag go period-box-ex
              when other go period-a1
           end-evaluate.

           if rp-mm = 0 or rp-mm > 12 go period-a1.

       period-a2.
           accept rp-yy line 10 position 49 prompt "."
               control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 move 1 to cancel-flag go period-box-ex
              when 52 go period-a1
              when other go period-a2
           end-evaluate.

           if rp-yy < 1900 or rp-yy > 2099 go period-a2.

       period-box-ex.
           move c-name(3) to bc. move c-name(1) to fc.
           perform varying x from 8 by 1 until x > 14
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

       lock-check.
           move 0 to close-date.

           open input eodctl.
           move "CLOSE" to eod-id.
           read eodctl invalid continue
                not invalid move eod-date to close-date
           end-read.
           close eodctl.

           if rp-to not > close-date go lock-check-ex.

           move 1 to cancel-flag.

           move c-name(5) to bc. move c-name(8) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "##############################" line 13 position 24.

           display "PERIODOS MH KLEISMENH" line 11 position 28
                                         control col-cnt
                   "press a key" line 12 position 33
                                 control col-cnt.

           accept flag line 24 position 80 no beep control acpt-col.

           move c-name(3) to bc. move c-name(1) to fc.
           perform varying x from 10 by 1 until x > 13
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

       lock-check-ex.
           exit.

       sent-check.
           move "N" to resend-flag.

           move fglsent to fl-nam.
           open input glsent.
           move rp-per to gs-per.
           read glsent invalid move 0 to gs-date end-read.
           close glsent.

           if gs-date = 0 go sent-check-ex.

           move gs-date to kin-date-x.
           perform date-edit.

           move c-name(5) to bc. move c-name(8) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "##############################" line 13 position 24.

           display "STALTHKE" line 11 position 27 control col-cnt
                   ed-kin-date line 11 position 36
                   "XANA APOSTOLH; (N/O):" line 12 position 27.

           move "o" to synexeia.
           accept synexeia line 12 position 49 update tab blink.

           move c-name(3) to bc. move c-name(1) to fc.
           perform varying x from 10 by 1 until x > 13
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

           if syn-n move "Y" to resend-flag
           else move 1 to cancel-flag.

       sent-check-ex.
           exit.

       scan-kin.
           move fglmap to fl-nam.
           open input glmap.

           move fkin to fl-nam.
           open input kinhseis.

       scan-kin-2.
           read kinhseis next record at end go scan-kin-3.

           perform kin-post thru kin-post-ex.

           go scan-kin-2.

       scan-kin-3.
           close kinhseis.

           move fkin-arc to arc-nam.
           open input arc-kin.

       scan-kin-4.
           read arc-kin next record at end go scan-kin-5.

           if arc-kin-rec (1:1) = "*" go scan-kin-4.

           move arc-kin-rec to kinhsh-rec.

           perform kin-post thru kin-post-ex.

           go scan-kin-4.

       scan-kin-5.
           close arc-kin.
           close glmap.

       scan-kin-ex.
           exit.

       kin-post.
           if kin-date < rp-from go kin-post-ex.
           if kin-date > rp-to go kin-post-ex.

           if kin-type = "METAFORA"
              and kin-memo (1:13) = "CARRY FORWARD"
              go kin-post-ex.

           if kin-poso = 0 go kin-post-ex.

           move kin-type to gm-type.
           read glmap invalid
                perform um-add
                go kin-post-ex.

           add 1 to mv-cnt.

           if kin-poso > 0
              move gm-deb to mv-acct-d
              move gm-crd to mv-acct-c
              move kin-poso to mv-poso
           else
              move gm-crd to mv-acct-d
              move gm-deb to mv-acct-c
              compute mv-poso = kin-poso * -1
           end-if.

           move mv-acct-d to sk-acct.
           perform gl-find thru gl-find-ex.
           if gl-i > 0 add mv-poso to gl-deb (gl-i).

           move mv-acct-c to sk-acct.
           perform gl-find thru gl-find-ex.
           if gl-i > 0 add mv-poso to gl-crd (gl-i).

           add mv-poso to tot-deb tot-crd.

       kin-post-ex.
           exit.

       gl-find.
           move kin-date to sk-date.

           perform varying gl-i from 1 by 1
                   until gl-i > gl-used
                      or gl-date (gl-i) > sk-date
                      or ( gl-date (gl-i) = sk-date
                           and gl-acct (gl-i) not < sk-acct )
           end-perform.

           if gl-i not > gl-used
              if gl-date (gl-i) = sk-date and gl-acct (gl-i) = sk-acct
                 go gl-find-ex.

           if gl-used = 1000
              move "Y" to gl-full
              move 0 to gl-i
              go gl-find-ex.

           perform varying gl-j from gl-used by -1 until gl-j < gl-i
              move gl-ent (gl-j) to gl-ent (gl-j + 1)
           end-perform.

           add 1 to gl-used.
           move sk-date to gl-date (gl-i).
           move sk-acct to gl-acct (gl-i).
           move 0 to gl-deb (gl-i) gl-crd (gl-i).

       gl-find-ex.
           exit.

       um-add.
           perform varying um-i from 1 by 1
                   until um-i > um-used or um-type (um-i) = kin-type
           end-perform.

           if um-i > um-used and um-used < 50
              add 1 to um-used
              move kin-type to um-type (um-used).

       write-gl.
           move rp-per to gl-nam-per.
           move gl-nam-w to exp-nam.
           open output gl-file.

           move etairia to hdr-etairia.
           move rp-per to hdr-per.
           compute hdr-date = t-yy * 10000 + t-mm * 100 + t-dd.
           move resend-flag to hdr-resend.
           move gl-hdr to gl-rec.
           write gl-rec.

           move 1 to gl-i.

       write-gl-2.
           if gl-i > gl-used go write-gl-3.

           move gl-date (gl-i) to det-date.
           move gl-acct (gl-i) to det-acct.
           move gl-deb (gl-i) to det-deb.
           move gl-crd (gl-i) to det-crd.
           move gl-det to gl-rec.
           write gl-rec.

           add 1 to gl-i.
           go write-gl-2.

       write-gl-3.
           move gl-used to trl-cnt.
           move tot-deb to trl-deb.
           move tot-crd to trl-crd.
           move gl-trl to gl-rec.
           write gl-rec.

           close gl-file.

       report-prt.
           move 1 to gl-i.

       report-prt-2.
           if gl-i > gl-used go report-prt-3.

           move gl-date (gl-i) to kin-date-x.
           perform date-edit.
           move ed-kin-date to date-4.
           move gl-acct (gl-i) to acct-4.
           move gl-deb (gl-i) to deb-4.
           move gl-crd (gl-i) to crd-4.
           perform page-check.
           write prt-rec from prt-4.

           add 1 to gl-i.
           go report-prt-2.

       report-prt-3.
           perform page-check.
           write prt-rec from prt-2.

           move tot-deb to tdeb-5.
           move tot-crd to tcrd-5.
           perform page-check.
           write prt-rec from prt-5.

           move "KINHSEIS          :" to lbl-6.
           move mv-cnt to cnt-6.
           move spaces to txt-6.
           perform page-check.
           write prt-rec from prt-6.

           move "GRAMMES ARXEIOY   :" to lbl-6.
           move gl-used to cnt-6.
           move gl-nam-w to txt-6.
           if resend-flag = "Y"
              move "XANA APOSTOLH" to txt-6 (15:).
           perform page-check.
           write prt-rec from prt-6.

           write prt-rec from prt-2.
           write prt-rec from prt-11.
           close gl-prt.
           perform spool-close.

       refuse-prt.
           move 1 to um-i.

       refuse-prt-2.
           if um-i > um-used go refuse-prt-3.

           move um-type (um-i) to type-7.
           perform page-check.
           write prt-rec from prt-7.

           add 1 to um-i.
           go refuse-prt-2.

       refuse-prt-3.
           if gl-full = "Y"
              move "PANW APO 1000 GRAMMES" to lbl-6
              move gl-used to cnt-6
              move spaces to txt-6
              perform page-check
              write prt-rec from prt-6.

           move "ARXEIO DEN GRAFTHKE" to lbl-6.
           move 0 to cnt-6.
           move spaces to txt-6.
           perform page-check.
           write prt-rec from prt-6.

           write prt-rec from prt-11.
           close gl-prt.
           perform spool-close.

       sent-put.
           move fglsent to fl-nam.
           open i-o glsent.

           move rp-per to gs-per.
           read glsent invalid
                initialize glsent-rec
                move rp-per to gs-per
           end-read.

           compute gs-date = t-yy * 10000 + t-mm * 100 + t-dd.
           move oper-code to gs-oper.
           move gl-used to gs-lines.
           move tot-deb to gs-deb.
           move tot-crd to gs-crd.
           move gl-nam-w to gs-file.
           if gs-times < 99 add 1 to gs-times.

           write glsent-rec invalid rewrite glsent-rec end-write.
           close glsent.

       date-edit.
           move kd-dd to ed-kin-dd. move kd-mm to ed-kin-mm.
           move kd-yy to ed-kin-yy.

       page-check.
           if prt-line-cnt >= prt-max-lines
              write prt-rec from prt-2 after advancing page
              perform header-prt-2
           end-if.

           add 1 to prt-line-cnt.

       header-prt.
           perform spool-open.
           open extend gl-prt.

       header-prt-2.
           add 1 to prt-page-no.
           move prt-page-no to page-no-prt.
           move 0 to prt-line-cnt.
           move ed-date to today-date-1.
           move rp-mm to rep-mm-1.
           move rp-yy to rep-yy-1.
           write prt-rec from prt-1.
           move etairia to etairia-prt.
           write prt-rec from prt-1b.
           write prt-rec from prt-2.
           write prt-rec from prt-3.
           write prt-rec from prt-2.

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
           move "glexp" to spl-job.
           move oper-code to spl-oper.
           compute spl-date = t-yy * 10000 + t-mm * 100 + t-dd.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.

       audit-write.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "E" to aud-op.
           move "glexp" to aud-prog.
           move gl-nam-w to aud-key.
           move oper-code to aud-operator.
           move spaces to aud-before.
           if resend-flag = "Y" move "RESEND" to aud-before.
           move glsent-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       msg-box.
           move c-name(5) to bc. move c-name(8) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "##############################" line 13 position 24.

           display "LEIPEI ANTISTOIXISH" line 11 position 29
                                       control col-cnt
                   "press a key" line 12 position 33
                                 control col-cnt.

           accept flag line 24 position 80 no beep control acpt-col.

           move c-name(3) to bc. move c-name(1) to fc.
           perform varying x from 10 by 1 until x > 13
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

       denied-box.
           move c-name(5) to bc. move c-name(8) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "##############################" line 13 position 24.

           display "DEN EPITREPETAI" line 11 position 31
                                     control col-cnt
                   "press a key" line 12 position 33
                                 control col-cnt.

           accept flag line 24 position 80 no beep control acpt-col.

           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 10 by 1 until x > 13
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

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

           display "ARTHRO ETOIMO" line 11 position 32
                                 control col-cnt
                   gl-nam-w line 12 position 33
                                 control col-cnt.

           accept flag line 24 position 80 control acpt-col.

           perform varying x from 10 by 1 until x > 14
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
