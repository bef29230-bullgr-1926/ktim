       id division.
       program-id. dsubj.
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

           select optional word assign random file-name
           organization indexed
           access dynamic
           record key word-key
           status word-stat.

           select optional kinhseis assign random file-name
           organization indexed
           access dynamic
           record key kin-key
           status kin-stat.

           select optional pelbal assign random file-name
           organization indexed
           access dynamic
           record key bal-kodikos
           status bal-stat.

           select optional camp assign random file-name
           organization indexed
           access dynamic
           record key cmp-no
           status cmp-stat.

           select optional camptgt assign random tgt-name
           organization indexed
           access dynamic
           record key tgt-key
           status tgt-stat.

           select optional dunning assign random file-name
           organization indexed
           access dynamic
           record key dun-kodikos
           status dun-stat.

           select optional contract assign random file-name
           organization indexed
           access dynamic
           record key con-no
           alternate record key con-kodikos with duplicates
           alternate record key con-end with duplicates
           status con-stat.

           select optional diary assign random file-name
           organization indexed
           access dynamic
           record key fu-key
           alternate record key fu-oper-key with duplicates
           alternate record key fu-kodikos with duplicates
           status fu-stat.

           select optional cars assign random file-name
           organization indexed
           access dynamic
           record key car-plate
           alternate record key car-kodikos with duplicates
           alternate record key car-make with duplicates
           alternate record key car-chassis with duplicates
           status car-stat.

           select optional consent assign random file-name
           organization indexed
           access dynamic
           record key cns-key
           status cns-stat.

           select optional email assign random file-name
           organization indexed
           access dynamic
           record key eml-key
           status eml-stat.

           select optional score assign random file-name
           organization indexed
           access dynamic
           record key sc-kodikos
           alternate record key sc-rank with duplicates
           status sc-stat.

           select optional arccat assign random cat-name
           organization indexed
           access dynamic
           record key cat-key
           status cat-stat2.

           select optional arc-pelates assign random arc-name
           status arc-stat.

           select optional arc-agores assign random arc-name
           status arc-stat.

           select optional arc-kin assign random arc-name
           status arc-stat.

           select optional arc-word assign random arc-name
           status arc-stat.

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

           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

           select ds-prt assign print ds-device.

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

       fd word.
       01 word-rec.
          02 word-key.
             03 word-num pic x(20).
             03 word-date pic 9(8).
             03 word-seq pic 9(3).
          02 word-oper pic x(10).
          02 word-text pic x(72).

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

       fd pelbal.
       01 pelbal-rec.
          02 bal-kodikos pic x(20).
          02 bal-poso pic s9(9)v99.
          02 bal-date pic 9(8).

       fd camp.
       01 camp-rec.
          02 cmp-no pic 9(3).
          02 cmp-name pic x(30).
          02 cmp-poli pic x(15).
          02 cmp-tk1 pic x(5).
          02 cmp-tk2 pic x(5).
          02 cmp-eorth-mm pic 99.
          02 cmp-epag pic x(20).
          02 cmp-out-cat pic 99.
          02 cmp-date pic 9(8).
          02 cmp-status pic x.
          02 cmp-chan pic 9.
          02 cmp-band pic x(5).
          02 cmp-best pic x.

       fd camptgt.
       01 camptgt-rec.
          02 tgt-key.
             03 tgt-cmp pic 9(3).
             03 tgt-file pic x.
             03 tgt-kodikos pic x(20).
          02 tgt-done pic x.
          02 tgt-out pic x(15).

       fd dunning.
       01 dunning-rec.
          02 dun-kodikos pic x(20).
          02 dun-level pic 9.
          02 dun-date pic 9(8).
          02 dun-poso pic s9(7)v99.
          02 dun-oldest pic 9(8).
          02 dun-ltr pic 9(3).

       fd contract.
       01 contract-rec.
          02 con-no pic 9(6).
          02 con-kodikos pic x(20).
          02 con-type pic 999.
          02 con-start pic 9(8).
          02 con-end pic 9(8).
          02 con-value pic 9(7)v99.
          02 con-ren-months pic 99.
          02 con-ren-terms pic x(40).
          02 con-status pic x.
          02 con-ltr pic x.
          02 con-ltr-date pic 9(8).
          02 con-oper pic x(10).

       fd diary.
       01 diary-rec.
          02 fu-key.
             03 fu-kodikos pic x(20).
             03 fu-date pic 9(8).
             03 fu-seq pic 9(3).
          02 fu-oper-key.
             03 fu-oper pic x(10).
             03 fu-due pic 9(8).
          02 fu-file pic x.
          02 fu-reason pic x(40).
          02 fu-done pic x.
          02 fu-cr-oper pic x(10).
          02 fu-done-date pic 9(8).
          02 fu-jump pic x.
          02 fu-prog pic x(8).

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

       fd email.
       01 email-rec.
          02 eml-key.
             03 eml-file pic x.
             03 eml-kodikos pic x(20).
          02 eml-addr pic x(45).
          02 eml-date pic 9(8).
          02 eml-oper pic x(10).

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

       fd arccat.
       01 arccat-rec.
          02 cat-key.
             03 cat-file pic x.
             03 cat-kodikos pic x(20).
          02 cat-epitheto pic x(25).
          02 cat-date pic 9(8).
          02 cat-cutoff pic 9(8).
          02 cat-arc-nam pic x(12).

       fd arc-pelates label records omitted.
       01 arc-pelates-rec pic x(206).

       fd arc-agores label records omitted.
       01 arc-agores-rec pic x(248).

       fd arc-kin label records omitted.
       01 arc-kin-rec pic x(91).

       fd arc-word label records omitted.
       01 arc-word-rec pic x(113).

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

       fd ds-prt label records omitted.
       01 ds-prt-rec pic x(80).

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

       77 synexeia pic x.
          88 syn-n values "N" "n".
          88 syn-o values "O" "o".

       01  str-var.
           02 bc-line pic x(80) value all "#".
           02 inv-line pic x(80) value all spaces.
           02 half-line pic x(80) value all "-".

       01  num-var.
           02 flag pic 9.
           02 flag2 pic x.
           02 x pic 9999.

       01  file-status.
           02 pel-stat pic xx.
           02 ag-stat pic xx.
           02 word-stat pic xx.
           02 kin-stat pic xx.
           02 bal-stat pic xx.
           02 cmp-stat pic xx.
           02 tgt-stat pic xx.
           02 dun-stat pic xx.
           02 con-stat pic xx.
           02 fu-stat pic xx.
           02 car-stat pic xx.
           02 cns-stat pic xx.
           02 eml-stat pic xx.
           02 sc-stat pic xx.
           02 cat-stat2 pic xx.
           02 arc-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 file-stat pic xx.

       77 lock-count pic 99.
       77 lock-wait pic 9(4) comp-5.

       01  files-used.
           02 fpel pic x(12) value "pel.dat".
           02 fag pic x(12) value "pelag.dat".
           02 fpel-2 pic x(12) value "word.dat".
           02 fkin pic x(12) value "kin.dat".
           02 fbal pic x(12) value "pelbal.dat".
           02 fcamp pic x(12) value "camp.dat".
           02 ftgt pic x(12) value "camptgt.dat".
           02 fdun pic x(12) value "dunning.dat".
           02 fcon pic x(12) value "contract.dat".
           02 fdiary pic x(12) value "diary.dat".
           02 fcars pic x(12) value "cars.dat".
           02 fcns pic x(12) value "consent.dat".
           02 feml pic x(12) value "email.dat".
           02 fscore pic x(12) value "score.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".

       01  cat-names.
           02 fcat pic x(12) value "arccat.dat".

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

       01  cat-name pic x(29).
       01  cat-fn redefines cat-name.
           03 cat-disk pic xx.
           03 cat-rest pic x(15).
           03 cat-nam pic x(12).

       01  tgt-name pic x(29).
       01  tgt-fn redefines tgt-name.
           03 tgt-disk pic xx.
           03 tgt-rest pic x(15).
           03 tgt-nam pic x(12).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).

       77  ds-device pic x(40).
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

       01  ds-code pic x(20).
       01  ds-name pic x(40).
       77  ds-live pic x.
       77  ds-arc pic x.
       77  ds-today pic 9(8).
       77  ds-sum pic s9(9)v99.
       77  ds-seq pic 9(3).
       77  ds-ix pic 9.

       01  ds-cat-files pic x(4) value "PAKW".

       01  cns-chan-names.
           02 pic x(12) value "TAXYDROMEIO ".
           02 pic x(12) value "THLEFWNO    ".
           02 pic x(12) value "SMS         ".
           02 pic x(12) value "E-MAIL      ".
       01  redefines cns-chan-names.
           02 cns-chan-nam pic x(12) occurs 4 times.

       77  cnt-lines pic 9(5) value 0.
       77  cnt-live pic 9(5) value 0.
       77  cnt-arch pic 9(5) value 0.
       01  cnt-lines-ed pic zzzz9.
       01  cnt-live-ed pic zzzz9.
       01  cnt-arch-ed pic zzzz9.

       77  cur-ym pic 9(6).
       77  scan-ym pic 9(6).
       77  scan-yy pic 9(4).
       77  scan-mm pic 99.
       01  seg-ym-x pic 9(6).

       01  ak-rec.
           02 ak-key.
              03 ak-kodikos pic x(20).
              03 ak-date pic 9(8).
              03 ak-seq pic 9(3).
           02 ak-type pic x(15).
           02 ak-poso pic s9(7)v99.
           02 ak-memo pic x(30).
           02 ak-receipt pic 9(6).

       01  aw-rec.
           02 aw-num pic x(20).
           02 aw-date pic 9(8).
           02 aw-seq pic 9(3).
           02 aw-oper pic x(10).
           02 aw-text pic x(72).

       01  ser-date-x.
           02 ser-yy pic 9(4). 02 ser-mm pic 99. 02 ser-dd pic 99.

       01  ds-date-ed.
           02 ds-ed-dd pic 99/. 02 ds-ed-mm pic 99/.
           02 ds-ed-yy pic 9(4).

       01  ds-amt-ed pic zzzzzzz9.99-.
       01  ds-num-ed pic zzzzz9.

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.

       01  ds-1.
           02 filler pic x(2) value spaces.
           02 ds-date-1 pic x(10).
           02 filler pic x(10) value spaces.
           02 filler pic x(24) value "PROSWPIKA DEDOMENA".
           02 filler pic x(15) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 ds-page-1 pic zz9.
           02 filler pic x(11) value spaces.

       01  ds-1b.
           02 filler pic x(2) value spaces.
           02 ds-etairia-1 pic x(30).
           02 filler pic x(4) value spaces.
           02 filler pic x(9) value "PELATHS ".
           02 ds-code-1 pic x(20).
           02 filler pic x(15) value spaces.

       01  ds-2.
           02 filler pic x(80) value all "-".

       01  ds-h.
           02 filler pic x(4) value "*** ".
           02 ds-h-text pic x(40).

       01  ds-f.
           02 filler pic x(2) value spaces.
           02 ds-f-lbl pic x(16).
           02 ds-f-val pic x(62).

       01  ds-k.
           02 filler pic x(2) value spaces.
           02 ds-k-date pic x(10).
           02 filler pic x(1) value space.
           02 ds-k-type pic x(15).
           02 filler pic x(1) value space.
           02 ds-k-poso pic zzzzzzz9.99-.
           02 filler pic x(1) value space.
           02 ds-k-memo pic x(30).
           02 filler pic x(1) value space.
           02 ds-k-rcpt pic z(5)9.

       01  ds-w.
           02 filler pic x(2) value spaces.
           02 ds-w-date pic x(10).
           02 filler pic x(1) value space.
           02 ds-w-oper pic x(10).

       01  ds-w2.
           02 filler pic x(4) value spaces.
           02 ds-w2-text pic x(72).

       01  ds-a.
           02 filler pic x(2) value spaces.
           02 ds-a-date pic x(10).
           02 filler pic x(1) value space.
           02 ds-a-time pic x(8).
           02 filler pic x(1) value space.
           02 ds-a-op pic x.
           02 filler pic x(1) value space.
           02 ds-a-prog pic x(8).
           02 filler pic x(1) value space.
           02 ds-a-oper pic x(10).
           02 filler pic x(1) value space.
           02 ds-a-seg pic x(12).

       01  ds-9.
           02 filler pic x(9) value "GRAMMES: ".
           02 ds-cnt-9 pic zzzz9.

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
           move fl-disk-path to arc-disk. move fl-rest-path to arc-rest.
           move fl-disk-path to cat-disk. move fl-rest-path to cat-rest.
           move fcat to cat-nam.
           move fl-disk-path to tgt-disk. move fl-rest-path to tgt-rest.
           move ftgt to tgt-nam.

           compute ds-today = t-yy * 10000 + t-mm * 100 + t-dd.

       begin-2.
           perform code-box.
           move spaces to ds-code.

       ds-a1.
           accept ds-code line 8 position 32 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 go telos
              when other go ds-a1
           end-evaluate.

           if ds-code = spaces go ds-a1.

           perform find-subj thru find-subj-ex.

           if flag = 1
              move "DEN YPARXEI         " to inval-mess
              perform invalid-message
              go ds-a1.

           move c-name(6) to bc. move c-name(7) to fc.
           display ds-name line 9 position 14 size 37 control col-cnt.

           if ds-live = "N"
              display "(MONO ARXEIO)" line 10 position 14
                      control col-cnt.

       ds-a2.
           accept flag2 line 24 position 80 control acpt-col
           on exception chr-ch
           evaluate chr-ch
              when 27 go begin-2
              when other go ds-a2
           end-evaluate.

           evaluate flag2
              when "1" go ex-run
              when "2" go an-run
              when other go ds-a2
           end-evaluate.

       find-subj.
           move 0 to flag.
           move "N" to ds-live ds-arc.
           move spaces to ds-name.

           move fpel to fl-nam.
           open input pelates.
           move ds-code to kodikos.
           read pelates invalid continue
                not invalid
                move "Y" to ds-live
                string epitheto delimited by "  "
                       " " delimited by size
                       onoma delimited by "  "
                       into ds-name
           end-read.
           close pelates.

           open input arccat.
           move "P" to cat-file.
           move ds-code to cat-kodikos.
           read arccat invalid continue
                not invalid
                move "Y" to ds-arc
                if ds-live = "N" move cat-epitheto to ds-name end-if
           end-read.
           close arccat.

           if ds-live = "N" and ds-arc = "N" move 1 to flag.

       find-subj-ex.
           exit.

       ex-run.
           perform clean-box.

           move 0 to cnt-lines.

           perform ds-header thru ds-header-2.

           perform ex-pel thru ex-pel-ex.
           perform ex-ag thru ex-ag-ex.
           perform ex-word thru ex-word-ex.
           perform ex-kin thru ex-kin-ex.
           perform ex-tgt thru ex-tgt-ex.
           perform ex-ltr thru ex-ltr-ex.
           perform ex-other thru ex-other-ex.
           perform ex-cns thru ex-cns-ex.
           perform ex-aud thru ex-aud-ex.
           perform ex-arc thru ex-arc-ex.

           perform ds-page-check.
           write ds-prt-rec from ds-2.
           move cnt-lines to ds-cnt-9.
           perform ds-page-check.
           write ds-prt-rec from ds-9.

           close ds-prt.

           perform spool-close.

           move "E" to aud-op.
           move spaces to aud-after.
           move spool-no to ds-num-ed.
           string "EXAGWGH DEDOMENWN SPOOL " delimited by size
                  ds-num-ed delimited by size
                  into aud-after.
           perform ds-audit.

           perform ex-done-box.
           go begin-2.

       ex-pel.
           move "PELATHS" to ds-h-text.
           perform ds-head-prt.

           if ds-live = "N"
              move "ENERGOS" to ds-f-lbl
              move "OXI - MONO STO ARXEIO" to ds-f-val
              perform ds-fld
              go ex-pel-ex.

           move fpel to fl-nam.
           open input pelates.
           move ds-code to kodikos.
           read pelates invalid close pelates go ex-pel-ex.
           close pelates.

           move "KODIKOS" to ds-f-lbl. move kodikos to ds-f-val.
           perform ds-fld.
           move "EPITHETO" to ds-f-lbl. move epitheto to ds-f-val.
           perform ds-fld.
           move "ONOMA" to ds-f-lbl. move onoma to ds-f-val.
           perform ds-fld.
           move "DIEYTHYNSH" to ds-f-lbl. move dieythynsh to ds-f-val.
           perform ds-fld.
           move "POLH" to ds-f-lbl. move poli to ds-f-val.
           perform ds-fld.
           move "T.K." to ds-f-lbl. move tk to ds-f-val.
           perform ds-fld.
           move "THLEFWNO" to ds-f-lbl. move telephone to ds-f-val.
           perform ds-fld.
           move "A.F.M." to ds-f-lbl. move afm to ds-f-val.
           perform ds-fld.
           move "EORTH" to ds-f-lbl.
           move spaces to ds-f-val.
           string eorth-dd delimited by size
                  "/" delimited by size
                  eorth-mm delimited by size
                  into ds-f-val.
           perform ds-fld.
           move "ORIO PISTWSHS" to ds-f-lbl.
           move pel-limit to ds-amt-ed.
           move ds-amt-ed to ds-f-val.
           perform ds-fld.
           move "STATUS" to ds-f-lbl. move pel-status to ds-f-val.
           perform ds-fld.

           move fbal to fl-nam.
           open input pelbal.
           move ds-code to bal-kodikos.
           read pelbal invalid continue
                not invalid
                move "YPOLOIPO" to ds-f-lbl
                move bal-poso to ds-amt-ed
                move ds-amt-ed to ds-f-val
                perform ds-fld
           end-read.
           close pelbal.

       ex-pel-ex.
           exit.

       ex-ag.
           move "SYNDEDEMENES EPAFES (AGORES)" to ds-h-text.
           perform ds-head-prt.

           move fag to fl-nam.
           open input agores.
           move ds-code to ref-kodikos-a.

           start agores key is equal to ref-kodikos-a
                 invalid go ex-ag-3.

       ex-ag-2.
           read agores next record at end go ex-ag-3.

           if ref-kodikos-a not = ds-code go ex-ag-3.

           move kodikos-a to ds-f-lbl.
           move spaces to ds-f-val.
           string epitheto-a delimited by "  "
                  " " delimited by size
                  onoma-a delimited by "  "
                  " " delimited by size
                  telephone1-a delimited by "  "
                  " " delimited by size
                  epagelma-a delimited by "  "
                  into ds-f-val.
           perform ds-fld.

           go ex-ag-2.

       ex-ag-3.
           close agores.

       ex-ag-ex.
           exit.

       ex-word.
           move "SHMEIWSEIS" to ds-h-text.
           perform ds-head-prt.

           move fpel-2 to fl-nam.
           open input word.
           move ds-code to word-num.
           move 0 to word-date word-seq.

           start word key not < word-key
                 invalid go ex-word-3.

       ex-word-2.
           read word next record at end go ex-word-3.

           if word-num not = ds-code go ex-word-3.

           move word-date to ser-date-x.
           perform date-edit.
           move ds-date-ed to ds-w-date.
           move word-oper to ds-w-oper.
           perform ds-page-check.
           write ds-prt-rec from ds-w.
           move word-text to ds-w2-text.
           perform ds-page-check.
           write ds-prt-rec from ds-w2.
           add 2 to cnt-lines.

           go ex-word-2.

       ex-word-3.
           close word.

       ex-word-ex.
           exit.

       ex-kin.
           move "KINHSEIS" to ds-h-text.
           perform ds-head-prt.

           move 0 to ds-sum.

           move fkin to fl-nam.
           open input kinhseis.
           move ds-code to kin-kodikos.
           move 0 to kin-date kin-seq.

           start kinhseis key not < kin-key
                 invalid go ex-kin-3.

       ex-kin-2.
           read kinhseis next record at end go ex-kin-3.

           if kin-kodikos not = ds-code go ex-kin-3.

           move kinhsh-rec to ak-rec.
           perform kin-line.
           add kin-poso to ds-sum.

           go ex-kin-2.

       ex-kin-3.
           close kinhseis.

           move "SYNOLO" to ds-f-lbl.
           move ds-sum to ds-amt-ed.
           move ds-amt-ed to ds-f-val.
           perform ds-fld.

       ex-kin-ex.
           exit.

       kin-line.
           move ak-date to ser-date-x.
           perform date-edit.
           move ds-date-ed to ds-k-date.
           move ak-type to ds-k-type.
           move ak-poso to ds-k-poso.
           move ak-memo to ds-k-memo.
           move ak-receipt to ds-k-rcpt.
           perform ds-page-check.
           write ds-prt-rec from ds-k.
           add 1 to cnt-lines.

       ex-tgt.
           move "KAMPANIES" to ds-h-text.
           perform ds-head-prt.

           move fcamp to fl-nam.
           open input camp.
           open input camptgt.

       ex-tgt-2.
           read camptgt next record at end go ex-tgt-3.

           if tgt-file not = "P" or tgt-kodikos not = ds-code
              go ex-tgt-2.

           move tgt-cmp to cmp-no.
           read camp invalid move spaces to cmp-name.

           move tgt-cmp to ds-num-ed.
           move ds-num-ed to ds-f-lbl.
           move spaces to ds-f-val.
           string cmp-name delimited by "  "
                  " OLOKL.:" delimited by size
                  tgt-done delimited by size
                  " " delimited by size
                  tgt-out delimited by size
                  into ds-f-val.
           perform ds-fld.

           go ex-tgt-2.

       ex-tgt-3.
           close camp camptgt.

       ex-tgt-ex.
           exit.

       ex-ltr.
           move "EPISTOLES - SYMBOLAIA" to ds-h-text.
           perform ds-head-prt.

           move fdun to fl-nam.
           open input dunning.
           move ds-code to dun-kodikos.
           read dunning invalid continue
                not invalid
                move dun-date to ser-date-x
                perform date-edit
                move dun-poso to ds-amt-ed
                move "YPENTHYMISH" to ds-f-lbl
                move spaces to ds-f-val
                string "EPIPEDO " delimited by size
                       dun-level delimited by size
                       " GRAMMA " delimited by size
                       dun-ltr delimited by size
                       " " delimited by size
                       ds-date-ed delimited by size
                       " " delimited by size
                       ds-amt-ed delimited by size
                       into ds-f-val
                perform ds-fld
           end-read.
           close dunning.

           move fcon to fl-nam.
           open input contract.
           move ds-code to con-kodikos.

           start contract key is equal to con-kodikos
                 invalid go ex-ltr-3.

       ex-ltr-2.
           read contract next record at end go ex-ltr-3.

           if con-kodikos not = ds-code go ex-ltr-3.

           move con-no to ds-num-ed.
           move spaces to ds-f-lbl.
           string "SYMBOLAIO " delimited by size
                  ds-num-ed delimited by size
                  into ds-f-lbl.
           move con-end to ser-date-x.
           perform date-edit.
           move spaces to ds-f-val.
           string "TYPOS " delimited by size
                  con-type delimited by size
                  " LHXH " delimited by size
                  ds-date-ed delimited by size
                  " KATAST. " delimited by size
                  con-status delimited by size
                  " EPISTOLH " delimited by size
                  con-ltr delimited by size
                  into ds-f-val.
           perform ds-fld.

           go ex-ltr-2.

       ex-ltr-3.
           close contract.

       ex-ltr-ex.
           exit.

       ex-other.
           move "YPENTHYMISEIS - OXHMATA" to ds-h-text.
           perform ds-head-prt.

           move fdiary to fl-nam.
           open input diary.
           move ds-code to fu-kodikos.

           start diary key is equal to fu-kodikos
                 invalid go ex-other-3.

       ex-other-2.
           read diary next record at end go ex-other-3.

           if fu-kodikos not = ds-code go ex-other-3.

           move fu-due to ser-date-x.
           perform date-edit.
           move ds-date-ed to ds-f-lbl.
           move spaces to ds-f-val.
           string fu-reason delimited by "  "
                  " " delimited by size
                  fu-oper delimited by "  "
                  " OLOKL.:" delimited by size
                  fu-done delimited by size
                  into ds-f-val.
           perform ds-fld.

           go ex-other-2.

       ex-other-3.
           close diary.

           move fcars to fl-nam.
           open input cars.
           move ds-code to car-kodikos.

           start cars key is equal to car-kodikos
                 invalid go ex-other-5.

       ex-other-4.
           read cars next record at end go ex-other-5.

           if car-kodikos not = ds-code go ex-other-5.

           move car-plate to ds-f-lbl.
           move spaces to ds-f-val.
           string car-make delimited by "  "
                  " " delimited by size
                  car-model delimited by "  "
                  " " delimited by size
                  car-year delimited by size
                  " " delimited by size
                  car-chassis delimited by size
                  into ds-f-val.
           perform ds-fld.

           go ex-other-4.

       ex-other-5.
           close cars.

       ex-other-ex.
           exit.

       ex-cns.
           move "SYGKATATHESEIS EPIKOINWNIAS" to ds-h-text.
           perform ds-head-prt.

           move fcns to fl-nam.
           open input consent.
           move 1 to ds-ix.

       ex-cns-2.
           if ds-ix > 4 go ex-cns-3.

           move "P" to cns-file.
           move ds-code to cns-kodikos.
           move ds-ix to cns-chan.

           read consent invalid continue
                not invalid
                move cns-chan-nam (ds-ix) to ds-f-lbl
                move cns-date to ser-date-x
                perform date-edit
                move spaces to ds-f-val
                string cns-given delimited by size
                       " " delimited by size
                       ds-date-ed delimited by size
                       " " delimited by size
                       cns-source delimited by size
                       " " delimited by size
                       cns-oper delimited by size
                       into ds-f-val
                perform ds-fld
           end-read.

           add 1 to ds-ix.
           go ex-cns-2.

       ex-cns-3.
           close consent.

           move feml to fl-nam.
           open input email.
           move "P" to eml-file.
           move ds-code to eml-kodikos.

           read email invalid continue
                not invalid
                move "E-MAIL" to ds-f-lbl
                move eml-addr to ds-f-val
                perform ds-fld
           end-read.

           close email.

           move fscore to fl-nam.
           open input score.
           move ds-code to sc-kodikos.

           read score invalid continue
                not invalid
                move "BATHMOS AXIAS" to ds-f-lbl
                move sc-date to ser-date-x
                perform date-edit
                move spaces to ds-f-val
                string sc-band delimited by size
                       " PRIN " delimited by size
                       sc-prev delimited by size
                       " KALYTEROS " delimited by size
                       sc-best delimited by size
                       " YPOLOGISMOS " delimited by size
                       ds-date-ed delimited by size
                       into ds-f-val
                perform ds-fld
           end-read.

           close score.

       ex-cns-ex.
           exit.

       ex-aud.
           move "KATAGRAFES ELEGXOY (AUDIT)" to ds-h-text.
           perform ds-head-prt.

           compute cur-ym = t-yy * 100 + t-mm.
           compute scan-ym = ( t-yy - 10 ) * 100 + 1.

       ex-aud-2.
           if scan-ym not < cur-ym go ex-aud-3.

           move scan-ym to seg-ym-x.
           move "audit.      " to fl-nam.
           move seg-ym-x (3:4) to fl-nam (7:4).
           perform aud-scan thru aud-scan-ex.

           divide scan-ym by 100 giving scan-yy remainder scan-mm.

           if scan-mm = 12
              compute scan-ym = ( scan-yy + 1 ) * 100 + 1
           else
              add 1 to scan-ym
           end-if.

           go ex-aud-2.

       ex-aud-3.
           move faudit to fl-nam.
           perform aud-scan thru aud-scan-ex.

       ex-aud-ex.
           exit.

       aud-scan.
           open input audit.

       aud-scan-2.
           read audit next record at end go aud-scan-3.

           if aud-key not = ds-code go aud-scan-2.

           move aud-date to ser-date-x.
           perform date-edit.
           move ds-date-ed to ds-a-date.
           move spaces to ds-a-time.
           string aud-time (1:2) delimited by size
                  ":" delimited by size
                  aud-time (3:2) delimited by size
                  ":" delimited by size
                  aud-time (5:2) delimited by size
                  into ds-a-time.
           move aud-op to ds-a-op.
           move aud-prog to ds-a-prog.
           move aud-operator to ds-a-oper.
           move fl-nam to ds-a-seg.
           perform ds-page-check.
           write ds-prt-rec from ds-a.
           add 1 to cnt-lines.

           go aud-scan-2.

       aud-scan-3.
           close audit.

       aud-scan-ex.
           exit.

       ex-arc.
           move "ARXEIA (ARCCAT)" to ds-h-text.
           perform ds-head-prt.

           move 1 to ds-ix.

       ex-arc-2.
           if ds-ix > 4 go ex-arc-ex.

           open input arccat.
           move ds-cat-files (ds-ix:1) to cat-file.
           move ds-code to cat-kodikos.
           read arccat invalid close arccat go ex-arc-3.
           close arccat.

           move cat-date to ser-date-x.
           perform date-edit.
           move cat-arc-nam to ds-f-lbl.
           move spaces to ds-f-val.
           string "ARXEIOTHETHSH " delimited by size
                  ds-date-ed delimited by size
                  into ds-f-val.
           perform ds-fld.

           move cat-arc-nam to arc-nam.

           evaluate cat-file
              when "P" perform arc-pel thru arc-pel-ex
              when "A" perform arc-ag thru arc-ag-ex
              when "K" perform arc-kn thru arc-kn-ex
              when "W" perform arc-wd thru arc-wd-ex
           end-evaluate.

       ex-arc-3.
           add 1 to ds-ix.
           go ex-arc-2.

       ex-arc-ex.
           exit.

       arc-pel.
           open input arc-pelates.

       arc-pel-2.
           read arc-pelates next record at end go arc-pel-3.

           if arc-pelates-rec (1:20) not = ds-code go arc-pel-2.

           move "  ONOMA" to ds-f-lbl.
           move spaces to ds-f-val.
           string arc-pelates-rec (36:25) delimited by "  "
                  " " delimited by size
                  arc-pelates-rec (21:15) delimited by "  "
                  into ds-f-val.
           perform ds-fld.
           move "  DIEYTHYNSH" to ds-f-lbl.
           move spaces to ds-f-val.
           string arc-pelates-rec (61:35) delimited by "  "
                  " " delimited by size
                  arc-pelates-rec (119:15) delimited by "  "
                  " " delimited by size
                  arc-pelates-rec (134:5) delimited by size
                  into ds-f-val.
           perform ds-fld.
           move "  THL. / A.F.M." to ds-f-lbl.
           move spaces to ds-f-val.
           string arc-pelates-rec (104:15) delimited by "  "
                  " / " delimited by size
                  arc-pelates-rec (96:8) delimited by size
                  into ds-f-val.
           perform ds-fld.

           go arc-pel-2.

       arc-pel-3.
           close arc-pelates.

       arc-pel-ex.
           exit.

       arc-ag.
           open input arc-agores.

       arc-ag-2.
           read arc-agores next record at end go arc-ag-3.

           if arc-agores-rec (1:20) not = ds-code go arc-ag-2.

           move "  ONOMA" to ds-f-lbl.
           move spaces to ds-f-val.
           string arc-agores-rec (36:25) delimited by "  "
                  " " delimited by size
                  arc-agores-rec (21:15) delimited by "  "
                  into ds-f-val.
           perform ds-fld.
           move "  DIEYTHYNSH" to ds-f-lbl.
           move arc-agores-rec (61:35) to ds-f-val.
           perform ds-fld.
           move "  THL. / A.F.M." to ds-f-lbl.
           move spaces to ds-f-val.
           string arc-agores-rec (124:15) delimited by "  "
                  " / " delimited by size
                  arc-agores-rec (116:8) delimited by size
                  into ds-f-val.
           perform ds-fld.

           go arc-ag-2.

       arc-ag-3.
           close arc-agores.

       arc-ag-ex.
           exit.

       arc-kn.
           open input arc-kin.

       arc-kn-2.
           read arc-kin next record at end go arc-kn-3.

           if arc-kin-rec (1:20) not = ds-code go arc-kn-2.

           move arc-kin-rec to ak-rec.
           perform kin-line.

           go arc-kn-2.

       arc-kn-3.
           close arc-kin.

       arc-kn-ex.
           exit.

       arc-wd.
           open input arc-word.

       arc-wd-2.
           read arc-word next record at end go arc-wd-3.

           if arc-word-rec (1:20) not = ds-code go arc-wd-2.

           move arc-word-rec to aw-rec.
           move aw-date to ser-date-x.
           perform date-edit.
           move ds-date-ed to ds-w-date.
           move aw-oper to ds-w-oper.
           perform ds-page-check.
           write ds-prt-rec from ds-w.
           move aw-text to ds-w2-text.
           perform ds-page-check.
           write ds-prt-rec from ds-w2.
           add 2 to cnt-lines.

           go arc-wd-2.

       arc-wd-3.
           close arc-word.

       arc-wd-ex.
           exit.

       an-run.
           if ds-live = "Y"
              move fpel to fl-nam
              open input pelates
              move ds-code to kodikos
              read pelates invalid continue end-read
              close pelates
              if epitheto = "ANWNYMOS" and onoma = spaces
                 move "HDH ANWNYMOS        " to inval-mess
                 perform invalid-message
                 go ds-a2
              end-if
           end-if.

           perform bal-check thru bal-check-ex.

           if flag = 1
              move "ANOIKTO YPOLOIPO    " to inval-mess
              perform invalid-message
              go ds-a2.

           perform confirm-box.

           move "o" to synexeia.

       an-a1.
           accept synexeia line 16 position 50 update tab blink.

           evaluate true
              when syn-o perform clean-box go begin-2
              when syn-n continue
              when other go an-a1
           end-evaluate.

           perform clean-box.

           move 0 to cnt-live cnt-arch.

           if ds-live = "Y" perform an-live thru an-live-ex.

           open input arccat.
           move "P" to cat-file.
           move ds-code to cat-kodikos.
           read arccat invalid move spaces to cat-arc-nam.
           close arccat.

           if cat-arc-nam not = spaces
              move cat-arc-nam to arc-nam
              perform an-arc thru an-arc-ex.

           perform an-cat thru an-cat-ex.

           move "N" to aud-op.
           move spaces to aud-after.
           move cnt-live to cnt-live-ed.
           move cnt-arch to cnt-arch-ed.
           string "ANWNYMOPOIHSH ENERGO:" delimited by size
                  cnt-live-ed delimited by size
                  " ARXEIO:" delimited by size
                  cnt-arch-ed delimited by size
                  into aud-after.
           perform ds-audit.

           perform note-write thru note-write-ex.

           perform an-done-box.
           go begin-2.

       bal-check.
           move 0 to flag.

           move fbal to fl-nam.
           open input pelbal.
           move ds-code to bal-kodikos.
           read pelbal invalid continue
                not invalid
                if bal-poso not = 0 move 1 to flag end-if
           end-read.
           close pelbal.

           if flag = 1 go bal-check-ex.

           move 0 to ds-sum.

           move fkin to fl-nam.
           open input kinhseis.
           move ds-code to kin-kodikos.
           move 0 to kin-date kin-seq.

           start kinhseis key not < kin-key
                 invalid go bal-check-3.

       bal-check-2.
           read kinhseis next record at end go bal-check-3.

           if kin-kodikos not = ds-code go bal-check-3.

           add kin-poso to ds-sum.

           go bal-check-2.

       bal-check-3.
           close kinhseis.

           if ds-sum not = 0 move 1 to flag.

       bal-check-ex.
           exit.

       an-live.
           move fpel to fl-nam.
           open i-o pelates.
           move ds-code to kodikos.
           move 0 to lock-count.

       an-live-2.
           read pelates invalid
                move pel-stat to file-stat
                if file-stat = "99" and lock-count < par-lock-max
                   add 1 to lock-count
                   perform retry-delay
                   go an-live-2
                end-if
                go an-live-3
           end-read.

           move spaces to onoma dieythynsh afm telephone poli tk
                          srch-tel.
           move "ANWNYMOS" to epitheto srch-epi.
           move 0 to eorth-dd eorth-mm.

           rewrite pelates-rec invalid continue
                   not invalid add 1 to cnt-live
           end-rewrite.

       an-live-3.
           close pelates.

           move feml to fl-nam.
           open i-o email.
           move "P" to eml-file.
           move ds-code to eml-kodikos.

           read email invalid continue
                not invalid
                delete email invalid continue end-delete
           end-read.

           close email.

           move fscore to fl-nam.
           open i-o score.
           move ds-code to sc-kodikos.

           read score invalid continue
                not invalid
                delete score invalid continue end-delete
           end-read.

           close score.

       an-live-ex.
           exit.

       an-arc.
           open i-o arc-pelates.

       an-arc-2.
           read arc-pelates next record at end go an-arc-3.

           if arc-pelates-rec (1:20) not = ds-code go an-arc-2.

           move spaces to arc-pelates-rec (21:15).
           move "ANWNYMOS" to arc-pelates-rec (36:25).
           move spaces to arc-pelates-rec (61:35).
           move spaces to arc-pelates-rec (96:8).
           move spaces to arc-pelates-rec (104:15).
           move spaces to arc-pelates-rec (119:15).
           move spaces to arc-pelates-rec (134:5).
           move "0000" to arc-pelates-rec (139:4).
           move "ANWNYMOS" to arc-pelates-rec (143:25).
           move spaces to arc-pelates-rec (177:15).

           rewrite arc-pelates-rec.
           add 1 to cnt-arch.

           go an-arc-2.

       an-arc-3.
           close arc-pelates.

       an-arc-ex.
           exit.

       an-cat.
           open i-o arccat.
           move 1 to ds-ix.

       an-cat-2.
           if ds-ix > 4 go an-cat-3.

           move ds-cat-files (ds-ix:1) to cat-file.
           move ds-code to cat-kodikos.

           read arccat invalid continue
                not invalid
                if cat-epitheto not = spaces
                   move "ANWNYMOS" to cat-epitheto
                   rewrite arccat-rec invalid continue end-rewrite
                end-if
           end-read.

           add 1 to ds-ix.
           go an-cat-2.

       an-cat-3.
           close arccat.

       an-cat-ex.
           exit.

       note-write.
           move fpel-2 to fl-nam.
           open i-o word.

           move 0 to ds-seq.

       note-seq.
           move ds-code to word-num.
           move ds-today to word-date.
           compute word-seq = ds-seq + 1.

           start word key not < word-key
                 invalid go note-seq-2.

           read word next record at end go note-seq-2.

           if word-num not = ds-code go note-seq-2.
           if word-date not = ds-today go note-seq-2.

           move word-seq to ds-seq.

           go note-seq.

       note-seq-2.
           move ds-code to word-num.
           move ds-today to word-date.
           compute word-seq = ds-seq + 1.
           move oper-code to word-oper.

           move spaces to word-text.
           string "ANWNYMOPOIHSH STOIXEIWN ENERGO:" delimited by size
                  cnt-live-ed delimited by size
                  " ARXEIO:" delimited by size
                  cnt-arch-ed delimited by size
                  into word-text.

           write word-rec invalid continue end-write.

           close word.

       note-write-ex.
           exit.

       ds-audit.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "dsubj" to aud-prog.
           move ds-code to aud-key.
           move oper-code to aud-operator.
           move spaces to aud-before.

           perform audit-chain thru audit-chain-ex.

       retry-delay.
           perform varying lock-wait from 1 by 1 until lock-wait > 2000
           end-perform.

       date-edit.
           move ser-dd to ds-ed-dd. move ser-mm to ds-ed-mm.
           move ser-yy to ds-ed-yy.

       ds-head-prt.
           perform ds-page-check.
           write ds-prt-rec from ds-2.
           perform ds-page-check.
           write ds-prt-rec from ds-h.

       ds-fld.
           perform ds-page-check.
           write ds-prt-rec from ds-f.
           add 1 to cnt-lines.

       ds-page-check.
           if prt-line-cnt >= prt-max-lines
              write ds-prt-rec from ds-2 after advancing page
              perform ds-header-2
           end-if.

           add 1 to prt-line-cnt.

       ds-header.
           perform spool-open.
           open extend ds-prt.
           move 0 to prt-page-no.

       ds-header-2.
           add 1 to prt-page-no.
           move prt-page-no to ds-page-1.
           move 0 to prt-line-cnt.
           move ed-date to ds-date-1.
           write ds-prt-rec from ds-1.
           move etairia to ds-etairia-1.
           move ds-code to ds-code-1.
           write ds-prt-rec from ds-1b.
           write ds-prt-rec from ds-2.

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
           move spf-name to ds-device.

       spool-close.
           move fspl to fl-nam.
           open i-o splctl.

           move spool-no to spl-no.
           move "dsubj" to spl-job.
           move oper-code to spl-oper.
           move ds-today to spl-date.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.

       code-box.
           perform clean-box.

           move c-name(6) to bc. move c-name(8) to fc.
           display "########### PROSWPIKA DEDOMENA ###########"
                   line 7 position 12 control col-cnt
                   "# KODIKOS PELATH..:                     #"
                   line 8 position 12
                   "#                                       #"
                   line 9 position 12
                   "#                                       #"
                   line 10 position 12
                   "# 1.EXAGWGH   2.ANWNYMOPOIHSH           #"
                   line 11 position 12
                   "#  ESC                                  #"
                   line 12 position 12
                   "#########################################"
                   line 13 position 12

                   bc-line line 14 position 14 size 41
                           control nor-cnt.

           perform varying x from 8 by 1 until x > 13
           display bc-line line x position 53 size 2 control nor-cnt
           end-perform.

           move c-name(3) to bc. move c-name(8) to fc.
           display " EXODOS " line 12 position 18 control col-cnt.

       confirm-box.
           move c-name(5) to bc. move c-name(8) to fc.
           display "##########################################"
                   line 14 position 18 control col-cnt
                   "#  PROSOXH: DIAGRAFH ONOMATOS, DIEYTHYNSHS#"
                   line 15 position 18
                   "#  THLEFWNOY, AFM.   SYNEXEIA (N/O):      #"
                   line 16 position 18
                   "##########################################"
                   line 17 position 18.

       ex-done-box.
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
           move cnt-lines to cnt-lines-ed.

           display "SPOOL No....:" line 11 position 27
                                control col-cnt
                   spool-no-ed line 11 position 41
                   "GRAMMES.....:" line 12 position 27
                   cnt-lines-ed line 12 position 41
                   "press a key" line 13 position 33.

           accept flag line 24 position 80 control acpt-col.

       an-done-box.
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

           display "ENERGO......:" line 11 position 27
                                control col-cnt
                   cnt-live-ed line 11 position 41
                   "ARXEIO......:" line 12 position 27
                   cnt-arch-ed line 12 position 41
                   "press a key" line 13 position 33.

           accept flag line 24 position 80 control acpt-col.

       invalid-message.
           move c-name(2) to bc. move c-name(3) to fc.
           display inval-mess line 22 position 15 control col-cnt.
           accept flag line 24 position 80 no beep control acpt-col.
           move c-name(4) to bc. move c-name(2) to fc.
           display bc-line line 22 position 15 size 20 control col-cnt.

       clean-box.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 3 by 1 until x > 22
           display bc-line line x position 5 size 71
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
