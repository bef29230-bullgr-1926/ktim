       id division.
       program-id. appr01.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional apprq assign random file-name
           organization indexed
           access dynamic
           record key apq-no
           alternate record key apq-kodikos with duplicates
           status apq-fstat.

           select optional pelates assign random file-name
           organization indexed
           access dynamic
           record key kodikos
           status pel-stat.

           select optional kinhseis assign random file-name
           organization indexed
           access dynamic
           record key kin-key
           status kin-stat.

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

           select optional eodctl assign random file-name
           organization indexed
           access dynamic
           record key eod-id
           status ctl-stat.

           select optional params assign random file-name
           organization indexed
           access dynamic
           record key pm-id
           status param-stat.

           select optional plan assign random file-name
           organization indexed
           access dynamic
           record key pl-no
           alternate record key pl-kodikos with duplicates
           status pl-stat.

           select optional plinst assign random file-name
           organization indexed
           access dynamic
           record key pi-key
           status pi-stat.

           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

       data division.
       file section.
       fd apprq.
       01 apprq-rec.
          02 apq-no pic 9(6).
          02 apq-head.
             03 apq-type pic x.
             03 apq-stat pic x.
             03 apq-kodikos pic x(20).
             03 apq-kodikos2 pic x(20).
             03 apq-amount pic s9(9)v99.
             03 apq-reason pic x(40).
             03 apq-req-oper pic x(10).
             03 apq-req-date pic 9(8).
             03 apq-req-time pic 9(8).
             03 apq-app-oper pic x(10).
             03 apq-app-date pic 9(8).
             03 apq-app-time pic 9(8).
          02 apq-before pic x(250).
          02 apq-after pic x(250).

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

       fd plan.
       01 plan-rec.
          02 pl-no pic 9(6).
          02 pl-kodikos pic x(20).
          02 pl-date pic 9(8).
          02 pl-bal pic s9(9)v99.
          02 pl-total pic s9(9)v99.
          02 pl-count pic 99.
          02 pl-first pic 9(8).
          02 pl-paid pic s9(9)v99.
          02 pl-status pic x.
          02 pl-ltr pic x.
          02 pl-ltr-date pic 9(8).
          02 pl-end-date pic 9(8).
          02 pl-oper pic x(10).

       fd plinst.
       01 plinst-rec.
          02 pi-key.
             03 pi-no pic 9(6).
             03 pi-seq pic 99.
          02 pi-due pic 9(8).
          02 pi-poso pic s9(7)v99.
          02 pi-paid pic s9(7)v99.
          02 pi-date pic 9(8).

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

       77 lock-count pic 99.
       77 lock-wait pic 9(4) comp-5.

       77 synexeia pic x.
          88 syn-n values "N" "n".
          88 syn-o values "O" "o".

       01  str-var.
           02 bc-line pic x(80) value all "#".
           02 inv-line pic x(80) value all spaces.

       01  num-var.
           02 flag pic 9.
           02 x pic 9999.

       01  file-status.
           02 apq-fstat pic xx.
           02 pel-stat pic xx.
           02 kin-stat pic xx.
           02 kx-stat pic xx.
           02 ih-stat pic xx.
           02 ctl-stat pic xx.
           02 param-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 pl-stat pic xx.
           02 pi-stat pic xx.
           02 file-stat pic xx.

       01  files-used.
           02 fapq pic x(12) value "apprq.dat".
           02 fpel pic x(12) value "pel.dat".
           02 fkin pic x(12) value "kin.dat".
           02 fkx pic x(12) value "kinext.dat".
           02 finvh pic x(12) value "invhdr.dat".
           02 fctl pic x(12) value "eodctl.dat".
           02 fparam pic x(12) value "param.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 fplan pic x(12) value "plan.dat".
           02 fplinst pic x(12) value "plinst.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       77  pa-amt pic s9(9)v99.
       77  pa-rest pic s9(9)v99.
       77  pa-take pic s9(7)v99.
       77  pa-no pic 9(6).
       77  pa-i pic 99.
       77  pa-found pic x.
       01  pa-before pic x(250).

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).

       77  apr-days pic 9(3) value 3.
       77  apr-lvl pic 9 value 4.
       77  apr-today-ser pic 9(7).
       77  exp-cnt pic 9(5) value 0.
       01  exp-cnt-ed pic zzzz9.

       01  ser-date-x.
           02 ser-yy pic 9(4). 02 ser-mm pic 99. 02 ser-dd pic 99.

       01  cum-days-tab.
           02 pic x(36) value "000031059090120151181212243273304334".
       01  redefines cum-days-tab.
           02 cum-days pic 9(3) occurs 12 times.

       77  ser-no pic 9(7).

       01  rq-tab.
           02 rq-ent occurs 200 times.
              03 rq-no pic 9(6).
              03 rq-type pic x.
              03 rq-kod pic x(20).
              03 rq-amount pic s9(9)v99.
              03 rq-oper pic x(10).
       77  rq-used pic 9(3).
       77  rq-i pic 9(3).
       77  rq-top pic 9(3).
       77  rq-row pic 99.
       77  rq-pick pic 9(3).
       01  rq-used-ed pic zz9.

       01  rq-ln.
           02 rq-ln-aa pic zz9.
           02 filler pic x value space.
           02 rq-ln-no pic 9(6).
           02 filler pic x value space.
           02 rq-ln-type pic x(8).
           02 filler pic x value space.
           02 rq-ln-kod pic x(12).
           02 filler pic x value space.
           02 rq-ln-amount pic zzzzzz9.99-.
           02 filler pic x value space.
           02 rq-ln-oper pic x(10).

       01  type-names.
           02 pic x(9) value "DDIAGRAFH".
           02 pic x(9) value "MMERGE   ".
           02 pic x(9) value "KKINHSH  ".
           02 pic x(9) value "LORIO    ".
       01  redefines type-names.
           02 tn-ent occurs 4 times.
              03 tn-code pic x.
              03 tn-name pic x(8).
       77  tn-i pic 9.

       01  type-long pic x(30).

       01  bef-pel pic x(206).
       01  bef-pel-r redefines bef-pel.
           02 bp-kodikos pic x(20).
           02 bp-onoma pic x(15).
           02 bp-epitheto pic x(25).
           02 filler pic x(107).
           02 bp-limit pic 9(7)v99.
           02 filler pic x(30).

       01  aft-pel pic x(206).
       01  aft-pel-r redefines aft-pel.
           02 ap-kodikos pic x(20).
           02 ap-onoma pic x(15).
           02 ap-epitheto pic x(25).
           02 filler pic x(146).

       01  hold-inv-x.
           02 hold-inv pic 9(6).

       01  hold-img.
           02 hold-kin.
              03 hk-kodikos pic x(20).
              03 hk-date pic 9(8).
              03 hk-seq pic 9(3).
              03 hk-type pic x(15).
              03 hk-poso pic s9(7)v99.
              03 hk-memo pic x(30).
              03 hk-receipt pic 9(6).
           02 hold-vt-code pic 999.
           02 hold-vt-rate pic 99v99.
           02 hold-vt-net pic s9(7)v99.
           02 hold-vt-vat pic s9(7)v99.
       01  hold-bal-x.
           02 hold-bal pic s9(9)v99.

       01  name-w pic x(40).
       01  amount-ed pic zzz,zzz,zz9.99-.
       01  limit-ed pic zzz,zzz,zz9.99.
       01  bal-ed pic zzz,zzz,zz9.99-.

       01  dt-x pic 9(8).
       01  dt-r redefines dt-x.
           02 dt-yy pic 9(4).
           02 dt-mm pic 99.
           02 dt-dd pic 99.

       01  ed-dt.
           02 ed-dt-dd pic 99.
           02 filler pic x value "/".
           02 ed-dt-mm pic 99.
           02 filler pic x value "/".
           02 ed-dt-yy pic 9(4).

       01  tm-x pic 9(8).
       01  tm-r redefines tm-x.
           02 tm-hh pic 99.
           02 tm-mi pic 99.
           02 filler pic 9(4).

       01  ed-tm.
           02 ed-tm-hh pic 99.
           02 filler pic x value ":".
           02 ed-tm-mi pic 99.

       77  close-per pic 9(6).
       77  ent-per pic 9(6).
       77  seq-max pic 9(3).
       01  kin-hold pic x(91).

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

           move fparam to fl-nam.
           open input params.
           move "PARAMS" to pm-id.
           read params invalid initialize params-rec end-read.
           close params.

           if pm-apr-days numeric and pm-apr-days not = 0
              move pm-apr-days to apr-days.
           if pm-apr-lvl numeric and pm-apr-lvl not = 0
              move pm-apr-lvl to apr-lvl.

           if oper-level < apr-lvl perform denied-box goback.

           move t-yy to ser-yy. move t-mm to ser-mm.
           move t-dd to ser-dd.
           perform date-serial.
           move ser-no to apr-today-ser.

           perform apr-sweep thru apr-sweep-ex.

       begin-2.
           perform rq-load thru rq-load-ex.
           perform rq-box.
           move 1 to rq-top.

           if exp-cnt not = 0
              move exp-cnt to exp-cnt-ed
              move c-name(3) to bc move c-name(7) to fc
              display "LHXAN:" line 4 position 45 control col-cnt
                      exp-cnt-ed line 4 position 52
              move 0 to exp-cnt.

       rq-disp.
           perform rq-rows thru rq-rows-ex.

       rq-sel.
           move c-name(3) to bc. move c-name(8) to fc.
           display inv-line line 18 position 14 size 52 control col-cnt.

           move 0 to rq-pick.
           accept rq-pick line 18 position 14
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go telos
              when 67 if rq-top > 10 subtract 10 from rq-top
                         go rq-disp
                      else go rq-sel
                      end-if
              when 68 if rq-top + 10 not > rq-used add 10 to rq-top
                         go rq-disp
                      else go rq-sel
                      end-if
              when other continue
           end-evaluate.

           if rq-pick = 0 or rq-pick > rq-used go rq-sel.

           perform detail-box thru detail-box-ex.

           go begin-2.

       apr-sweep.
           move 0 to exp-cnt.

           move fapq to fl-nam.
           open i-o apprq.
           move 0 to apq-no.

           start apprq key not < apq-no
                 invalid go apr-sweep-3.

       apr-sweep-2.
           read apprq next record at end go apr-sweep-3.

           if apq-stat = "P"
              move apq-req-date to ser-date-x
           else
              if apq-stat = "A"
                 move apq-app-date to ser-date-x
              else
                 go apr-sweep-2.

           perform date-serial.

           if ser-no + apr-days not < apr-today-ser go apr-sweep-2.

           move "X" to apq-stat.
           rewrite apprq-rec invalid go apr-sweep-2.

           add 1 to exp-cnt.
           move "X" to aud-op.
           perform apr-audit.

           go apr-sweep-2.

       apr-sweep-3.
           close apprq.

       apr-sweep-ex.
           exit.

       rq-load.
           move 0 to rq-used.
           initialize rq-tab.

           move fapq to fl-nam.
           open input apprq.
           move 0 to apq-no.

           start apprq key not < apq-no
                 invalid go rq-load-3.

       rq-load-2.
           read apprq next record at end go rq-load-3.

           if apq-stat not = "P" go rq-load-2.

           if rq-used = 200 go rq-load-3.

           add 1 to rq-used.
           move apq-no to rq-no (rq-used).
           move apq-type to rq-type (rq-used).
           move apq-kodikos to rq-kod (rq-used).
           move apq-amount to rq-amount (rq-used).
           move apq-req-oper to rq-oper (rq-used).

           go rq-load-2.

       rq-load-3.
           close apprq.

       rq-load-ex.
           exit.

       rq-rows.
           move rq-top to rq-i.
           move 8 to rq-row.

       rq-rows-2.
           if rq-row > 17 go rq-rows-ex.

           move c-name(3) to bc. move c-name(7) to fc.

           if rq-i > rq-used
              display inv-line line rq-row position 10 size 56
                      control col-cnt
           else
              move rq-i to rq-ln-aa
              move rq-no (rq-i) to rq-ln-no
              move rq-type (rq-i) to apq-type
              perform type-name
              move tn-name (tn-i) to rq-ln-type
              move rq-kod (rq-i) to rq-ln-kod
              move rq-amount (rq-i) to rq-ln-amount
              move rq-oper (rq-i) to rq-ln-oper
              display rq-ln line rq-row position 10 control col-cnt
           end-if.

           add 1 to rq-i. add 1 to rq-row.

           go rq-rows-2.

       rq-rows-ex.
           exit.

       type-name.
           move 1 to tn-i.
           perform varying tn-i from 1 by 1
                   until tn-i > 4 or tn-code (tn-i) = apq-type
           end-perform.
           if tn-i > 4 move 1 to tn-i.

       detail-box.
           move fapq to fl-nam.
           open input apprq.
           move rq-no (rq-pick) to apq-no.
           read apprq invalid close apprq go detail-box-ex.
           close apprq.

           if apq-stat not = "P" go detail-box-ex.

           evaluate apq-type
              when "D" move "DIAGRAFH PELATH" to type-long
              when "M" move "SYGXWNEYSH PELATWN" to type-long
              when "K" move "MEGALH KINHSH" to type-long
              when "L" move "YPERBASH ORIOY PISTWSHS" to type-long
              when other move spaces to type-long
           end-evaluate.

           move apq-before (1:206) to bef-pel.
           move spaces to name-w.
           string bp-epitheto delimited by "  "
                  " " delimited by size
                  bp-onoma delimited by "  "
                  into name-w.

           move c-name(2) to bc. move c-name(8) to fc.
           display
           "####################### AITHSH ##########################"
                   line 5 position 10 control col-cnt.

           perform varying x from 6 by 1 until x > 19
           display
           "#                                                       #"
                   line x position 10
           end-perform.

           display
           "#########################################################"
                   line 20 position 10

                   "ARITHMOS....:" line 6 position 12
                   "ENERGEIA....:" line 7 position 12
                   "PELATHS.....:" line 8 position 12
                   "POSO........:" line 11 position 12
                   "LOGOS.......:" line 15 position 12
                   "AITHSH APO..:" line 16 position 12
                   "F2=EGKRISH  F3=APORRIPSH  ESC=EPISTROFH"
                   line 18 position 12.

           move apq-amount to amount-ed.
           move apq-req-date to dt-x.
           perform date-edit.
           move apq-req-time to tm-x.
           move tm-hh to ed-tm-hh. move tm-mi to ed-tm-mi.

           move c-name(2) to bc. move c-name(3) to fc.
           display apq-no line 6 position 26 control col-cnt
                   type-long line 7 position 26
                   apq-kodikos line 8 position 26
                   name-w line 9 position 26 size 40
                   amount-ed line 11 position 26
                   apq-reason line 15 position 26
                   apq-req-oper line 16 position 26
                   ed-dt line 16 position 38
                   ed-tm line 16 position 49.

           if apq-type = "M"
              move apq-after (1:206) to aft-pel
              move spaces to name-w
              string ap-epitheto delimited by "  "
                     " " delimited by size
                     ap-onoma delimited by "  "
                     into name-w
              move c-name(2) to bc move c-name(8) to fc
              display "KATARGEITAI:" line 10 position 12
                      control col-cnt
              move c-name(2) to bc move c-name(3) to fc
              display apq-kodikos2 line 10 position 26 control col-cnt.

           if apq-type = "K" or apq-type = "L"
              perform kin-detail.

       detail-a1.
           accept flag line 24 position 80 control acpt-col
                  on exception chr-ch
           evaluate chr-ch
              when 27 go detail-box-ex
              when 2 perform apr-approve thru apr-approve-ex
                     go detail-box-ex
              when 3 perform apr-reject thru apr-reject-ex
                     go detail-box-ex
              when other go detail-a1
           end-evaluate.

           go detail-a1.

       detail-box-ex.
           exit.

       kin-detail.
           move apq-after (1:116) to hold-img.
           move apq-before (207:11) to hold-bal-x.

           move hk-date to dt-x.
           perform date-edit.
           move bp-limit to limit-ed.
           move hold-bal to bal-ed.

           move c-name(2) to bc. move c-name(8) to fc.
           display "KINHSH......:" line 12 position 12 control col-cnt
                   "AITIA.......:" line 13 position 12.

           if apq-type = "L"
              display "ORIO/YPOL...:" line 14 position 12
                      control col-cnt.

           move c-name(2) to bc. move c-name(3) to fc.
           display ed-dt line 12 position 26 control col-cnt
                   hk-type line 12 position 38
                   hk-memo line 13 position 26.

           if apq-type = "L"
              display limit-ed line 14 position 26 control col-cnt
                      bal-ed line 14 position 42.

       apr-approve.
           if apq-req-oper = oper-code
              move "IDIOS XEIRISTHS     " to inval-mess
              perform invalid-message
              go apr-approve-ex.

           display "EGKRISH; (N/O):" line 19 position 12
                   control col-cnt.
           move "o" to synexeia.
           accept synexeia line 19 position 28 update tab blink.

           if not syn-n go apr-approve-ex.

           move fapq to fl-nam.
           open i-o apprq.
           read apprq invalid close apprq go apr-approve-ex.

           if apq-stat not = "P"
              close apprq
              go apr-approve-ex.

           if apq-type = "K" or apq-type = "L"
              perform kin-post thru kin-post-ex
              if flag = 1
                 close apprq
                 perform invalid-message
                 go apr-approve-ex
              end-if
              move "U" to apq-stat
           else
              move "A" to apq-stat
           end-if.

           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.

           move oper-code to apq-app-oper.
           move aud-date to apq-app-date.
           move aud-time to apq-app-time.

           rewrite apprq-rec invalid continue end-rewrite.
           close apprq.

           move "P" to aud-op.
           perform apr-audit.

       apr-approve-ex.
           exit.

       apr-reject.
           if apq-req-oper = oper-code
              move "IDIOS XEIRISTHS     " to inval-mess
              perform invalid-message
              go apr-reject-ex.

           display "APORRIPSH; (N/O):" line 19 position 12
                   control col-cnt.
           move "o" to synexeia.
           accept synexeia line 19 position 30 update tab blink.

           if not syn-n go apr-reject-ex.

           move fapq to fl-nam.
           open i-o apprq.
           read apprq invalid close apprq go apr-reject-ex.

           if apq-stat not = "P"
              close apprq
              go apr-reject-ex.

           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.

           move "R" to apq-stat.
           move oper-code to apq-app-oper.
           move aud-date to apq-app-date.
           move aud-time to apq-app-time.

           rewrite apprq-rec invalid continue end-rewrite.
           close apprq.

           move "J" to aud-op.
           perform apr-audit.

           if apq-type = "K" or apq-type = "L"
              move apq-after (117:6) to hold-inv-x
              if hold-inv-x numeric and hold-inv not = 0
                 perform inv-void thru inv-void-ex.

       apr-reject-ex.
           exit.

       kin-post.
           move 0 to flag.
           move apq-after (1:116) to hold-img.

           move 0 to close-per.
           move fctl to fl-nam.
           open input eodctl.
           move "CLOSE" to eod-id.
           read eodctl invalid continue
                not invalid compute close-per = eod-date / 100
           end-read.
           close eodctl.

           compute ent-per = hk-date / 100.

           if close-per not = 0 and ent-per not > close-per
              move 1 to flag
              move "PERIODOS KLEISTH    " to inval-mess
              go kin-post-ex.

           move fpel to fl-nam.
           open input pelates.
           move hk-kodikos to kodikos.
           read pelates invalid move 1 to flag end-read.
           close pelates.

           if flag = 1
              move "PELATHS DEN YPARXEI " to inval-mess
              go kin-post-ex.

           move fkin to fl-nam.
           open i-o kinhseis.

           perform next-seq thru next-seq-ex.

           move 0 to lock-count.

       kin-post-2.
           write kinhsh-rec invalid
                 move kin-stat to file-stat
                 if file-stat = "99" and lock-count < par-lock-max
                    add 1 to lock-count
                    perform retry-delay
                    go kin-post-2
                 end-if
                 move 1 to flag
                 move "LATHOS EGGRAFHS     " to inval-mess
           end-write.

           close kinhseis.

           if flag = 1 go kin-post-ex.

           move spaces to aud-before.
           move kinhsh-rec to aud-after.
           move kin-kodikos to aud-key.
           move "kinhsh" to aud-prog.
           move "A" to aud-op.
           perform audit-write.

           if kin-poso < 0
              compute pa-amt = kin-poso * -1
              perform plan-apply thru plan-apply-ex.

           move apq-after (117:6) to hold-inv-x.
           if hold-inv-x numeric and hold-inv not = 0
              perform inv-link thru inv-link-ex.

           if hold-vt-code = 0 go kin-post-ex.

           move fkx to fl-nam.
           open i-o kinext.

           initialize kinext-rec.
           move kin-key to kx-key.
           move space to kx-rev-flag.
           move hold-vt-code to kx-vat-code.
           move hold-vt-rate to kx-vat-rate.
           move hold-vt-net to kx-net.
           move hold-vt-vat to kx-vat.

           write kinext-rec invalid continue
                 not invalid move spaces to aud-before
                             move kinext-rec to aud-after
                             move kx-kodikos to aud-key
                             move "kinext" to aud-prog
                             move "A" to aud-op
                             perform audit-write
           end-write.

           close kinext.

       kin-post-ex.
           exit.

       inv-link.
           move finvh to fl-nam.
           open i-o invhdr.

           move hold-inv to ih-no.
           read invhdr invalid go inv-link-2.

           move invhdr-rec to aud-before.
           move kin-key to ih-kin-key.
           move "A" to ih-status.

           rewrite invhdr-rec invalid go inv-link-2 end-rewrite.

           move "invoice" to aud-prog.
           move ih-kodikos to aud-key.
           move invhdr-rec to aud-after.
           move "U" to aud-op.
           perform audit-write.

       inv-link-2.
           close invhdr.

       inv-link-ex.
           exit.

       inv-void.
           move finvh to fl-nam.
           open i-o invhdr.

           move hold-inv to ih-no.
           read invhdr invalid go inv-void-2.

           if ih-status not = "P" go inv-void-2.

           move invhdr-rec to aud-before.
           move "X" to ih-status.

           rewrite invhdr-rec invalid go inv-void-2 end-rewrite.

           move "invoice" to aud-prog.
           move ih-kodikos to aud-key.
           move invhdr-rec to aud-after.
           move "U" to aud-op.
           perform audit-write.

       inv-void-2.
           close invhdr.

       inv-void-ex.
           exit.

       plan-apply.
           if pa-amt = 0 go plan-apply-ex.

           move fplan to fl-nam.
           open i-o plan.

           move "N" to pa-found.
           move kin-kodikos to pl-kodikos.

           start plan key not < pl-kodikos
                 invalid go plan-apply-9.

       plan-apply-2.
           read plan next record at end go plan-apply-3.

           if pl-kodikos not = kin-kodikos go plan-apply-3.

           if pl-status not = "X"
              move "Y" to pa-found
              move pl-no to pa-no.

           go plan-apply-2.

       plan-apply-3.
           if pa-found not = "Y" go plan-apply-9.

           move pa-no to pl-no.
           read plan invalid go plan-apply-9.

           if pa-amt > 0 and pl-status not = "A" go plan-apply-9.

           move plan-rec to pa-before.

           if pa-amt > 0
              move pa-amt to pa-rest
              move 1 to pa-i
           else
              compute pa-rest = pa-amt * -1
              move pl-count to pa-i.

           move fplinst to fl-nam.
           open i-o plinst.

       plan-apply-4.
           if pa-rest = 0 or pa-i = 0 or pa-i > pl-count
              go plan-apply-5.

           move pl-no to pi-no.
           move pa-i to pi-seq.
           read plinst invalid go plan-apply-6.

           if pa-amt > 0
              compute pa-take = pi-poso - pi-paid
           else
              move pi-paid to pa-take.

           if pa-take > pa-rest move pa-rest to pa-take.

           if pa-take not > 0 go plan-apply-6.

           subtract pa-take from pa-rest.

           if pa-amt > 0
              add pa-take to pi-paid pl-paid
              if pi-paid = pi-poso
                 compute pi-date = t-yy * 10000 + t-mm * 100 + t-dd
              end-if
           else
              subtract pa-take from pi-paid pl-paid
              move 0 to pi-date
           end-if.

           rewrite plinst-rec invalid continue end-rewrite.

       plan-apply-6.
           if pa-amt > 0 add 1 to pa-i
                    else subtract 1 from pa-i.

           go plan-apply-4.

       plan-apply-5.
           close plinst.

           if pl-paid not < pl-total
              move "C" to pl-status
              compute pl-end-date = t-yy * 10000 + t-mm * 100 + t-dd
           else
              if pl-status = "C"
                 move "A" to pl-status
                 move 0 to pl-end-date.

           rewrite plan-rec invalid go plan-apply-9 end-rewrite.

           move "U" to aud-op.
           move "plan" to aud-prog.
           move pl-kodikos to aud-key.
           move pa-before to aud-before.
           move plan-rec to aud-after.
           perform audit-write.

       plan-apply-9.
           close plan.

       plan-apply-ex.
           exit.

       next-seq.
           move hold-kin to kinhsh-rec.
           move 0 to seq-max.
           move 0 to kin-seq.

           start kinhseis key not < kin-key
                 invalid go next-seq-ex.

       next-seq-2.
           read kinhseis next record at end go next-seq-ex.

           if kin-kodikos not = hk-kodikos go next-seq-ex.
           if kin-date not = hk-date go next-seq-ex.

           move kin-seq to seq-max.

           go next-seq-2.

       next-seq-ex.
           move hold-kin to kinhsh-rec.
           compute kin-seq = seq-max + 1.

       retry-delay.
           perform varying lock-wait from 1 by 1 until lock-wait > 2000
           end-perform.

       apr-audit.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "apprq" to aud-prog.
           move apq-kodikos to aud-key.
           move oper-code to aud-operator.
           move apq-before to aud-before.
           move apprq-rec (1:151) to aud-after.

           perform audit-chain thru audit-chain-ex.

       audit-write.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move oper-code to aud-operator.

           perform audit-chain thru audit-chain-ex.

       date-serial.
           compute ser-no = ser-yy * 365 + ser-yy / 4
                          + cum-days (ser-mm) + ser-dd.

       date-edit.
           move dt-dd to ed-dt-dd. move dt-mm to ed-dt-mm.
           move dt-yy to ed-dt-yy.

       rq-box.
           perform clean-box.

           move c-name(3) to bc. move c-name(8) to fc.
           display
           "################# EGKRISEIS EPOPTH ########################"
                   line 3 position 8 control col-cnt.

           perform varying x from 4 by 1 until x > 19
           display
           "#                                                         #"
                   line x position 8
           end-perform.

           display
           "###########################################################"
                   line 20 position 8

                   "EKKREMEIS:" line 4 position 10
           " AA ARITHM ENERGEIA PELATHS             POSO XEIRISTHS"
                   line 7 position 10
                   "AA:" line 18 position 10
                   "PGUP-PGDN" line 20 position 12
                   "ESC" line 20 position 26.

           move rq-used to rq-used-ed.
           move c-name(3) to bc. move c-name(7) to fc.
           display rq-used-ed line 4 position 21 control col-cnt.

           display bc-line line 21 position 10 size 59 control nor-cnt.
           perform varying x from 4 by 1 until x > 20
           display bc-line line x position 67 size 2 control nor-cnt
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

           accept flag line 24 position 80 control acpt-col.

           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 10 by 1 until x > 13
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

       message-box.
           move c-name(1) to bc. move c-name(8) to fc.
           display "#####################" line 19 position 14
                   control col-cnt.

           move c-name(2) to bc. move c-name(3) to fc.
           display "#########" line 19 position 5 control col-cnt
                   "#                            #" line 20 position 5
                   control col-cnt
                   "##############################" line 21 position 5

                   bc-line line 22 position 7 size 30 control nor-cnt.

           perform varying x from 19 by 1 until x > 21
           display bc-line line x position 35 size 2 control nor-cnt
           end-perform.

       invalid-message.
           perform message-box.
           display inval-mess line 20 position 10 control col-cnt.
           accept flag line 24 position 80 control acpt-col.

       clean-box.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 3 by 1 until x > 22
           display bc-line line x position 2 size 78
                           control col-cnt
           end-perform.

       telos.
           perform clean-box.
           goback.

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
