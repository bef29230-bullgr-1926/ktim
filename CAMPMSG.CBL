       id division.
       program-id. campmsg.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
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

           select optional letters assign random file-name
           organization indexed
           access dynamic
           record key ltr-key
           status ltr-stat.

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

           select optional word assign random file-name
           organization indexed
           access dynamic

           record key word-key
           status word-stat.

           select optional dl-file assign random dl-name
           organization line sequential
           status dl-stat.

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

           select ms-prt assign print ms-device.

       data division.
       file section.
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

       fd letters.
       01 letter-rec.
          02 ltr-key.
             03 ltr-num pic 9(3).
             03 ltr-line pic 9(3).
          02 ltr-text pic x(72).

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

       fd word.
       01 word-rec.
          02 word-key.
             03 word-num pic x(20).
             03 word-date pic 9(8).
             03 word-seq pic 9(3).
          02 word-oper pic x(10).
          02 word-text pic x(72).

       fd dl-file label records omitted.
       01 dl-rec pic x(420).

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

       fd ms-prt label records omitted.
       01 ms-prt-rec pic x(80).

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
           02 cmp-stat pic xx.
           02 tgt-stat pic xx.
           02 pel-stat pic xx.
           02 ag-stat pic xx.
           02 ltr-stat pic xx.
           02 cns-stat pic xx.
           02 eml-stat pic xx.
           02 word-stat pic xx.
           02 dl-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.

       01  files-used.
           02 fcamp pic x(12) value "camp.dat".
           02 ftgt pic x(12) value "camptgt.dat".
           02 fpel pic x(12) value "pel.dat".
           02 fag pic x(12) value "pelag.dat".
           02 fltr pic x(12) value "letter.dat".
           02 fcns pic x(12) value "consent.dat".
           02 feml pic x(12) value "email.dat".
           02 fpel-2 pic x(12) value "word.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  tgt-name pic x(29).
       01  tgt-fn redefines tgt-name.
           03 tgt-disk pic xx.
           03 tgt-rest pic x(15).
           03 tgt-nam pic x(12).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).

       77  ms-device pic x(40).
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

       77  ms-mode pic x.
       77  ms-today pic 9(8).
       77  t-num pic 9(3).
       77  t-ltr pic 9(3).
       77  ms-chan pic 9 value 3.
       01  dl-name pic x(40).
       77  dl-delim pic x value ";".
       77  ms-max pic 9(3).
       77  ms-seq pic 9(3).
       01  ms-before pic x(56).
       77  cns-op-w pic x.

       01  cns-chan-names.
           02 pic x(12) value "TAXYDROMEIO ".
           02 pic x(12) value "THLEFWNO    ".
           02 pic x(12) value "SMS         ".
           02 pic x(12) value "E-MAIL      ".
       01  redefines cns-chan-names.
           02 cns-chan-nam pic x(12) occurs 4 times.

       01  ms-person.
           02 ms-kodikos pic x(20).
           02 ms-onoma pic x(15).
           02 ms-epitheto pic x(25).
           02 ms-dieythynsh pic x(35).
           02 ms-poli pic x(15).
           02 ms-tk pic x(5).
           02 ms-tel1 pic x(15).
           02 ms-tel2 pic x(15).

       01  ms-mobile pic x(12).
       01  ms-email pic x(45).
       01  ms-addr pic x(45).
       01  ms-ref pic x(24).
       01  ms-text pic x(320).
       77  ms-tp pic 9(3).
       77  ms-l pic 9(3).
       77  ms-at pic 99.

       01  nt-in pic x(15).
       01  nt-out pic x(15).
       77  nt-i pic 99.
       77  nt-o pic 99.
       77  nt-len pic 99.

       01  mg-in pic x(83).
       01  mg-out pic x(80).
       77  mg-i pic 9(3).
       77  mg-o pic 9(3).
       77  mg-len pic 9(2).
       01  mg-value pic x(35).

       01  col-table.
           02 col-item pic x(60) occurs 5 times.
       77  col-cnt-w pic 99.
       77  dl-i pic 9(3).
       77  dl-cp pic 99.

       01  ld-ref pic x(60).
       01  ld-ref-r redefines ld-ref.
           02 ld-cmp-x pic x(3).
           02 ld-cmp redefines ld-cmp-x pic 9(3).
           02 ld-file pic x.
           02 ld-kodikos pic x(20).
           02 filler pic x(36).
       01  ld-status pic x(60).
       01  ld-st pic x.
       01  ld-out pic x(15).
       77  ld-done pic x.

       77  cnt-sent pic 9(5) value 0.
       77  cnt-excl pic 9(5) value 0.
       77  cnt-noad pic 9(5) value 0.
       77  cnt-dlv pic 9(5) value 0.
       77  cnt-fail pic 9(5) value 0.
       77  cnt-opt pic 9(5) value 0.
       77  cnt-err pic 9(5) value 0.
       77  cnt-dup pic 9(5) value 0.
       01  cnt-ed-1 pic zzzz9.
       01  cnt-ed-2 pic zzzz9.
       01  cnt-ed-3 pic zzzz9.
       01  cnt-ed-4 pic zzzz9.

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.

       01  ms-1.
           02 filler pic x(2) value spaces.
           02 ms-date-1 pic x(10).
           02 filler pic x(10) value spaces.
           02 ms-title-1 pic x(30).
           02 filler pic x(9) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 ms-page-1 pic zz9.
           02 filler pic x(11) value spaces.

       01  ms-1b.
           02 filler pic x(2) value spaces.
           02 ms-etairia-1 pic x(30).
           02 filler pic x(4) value spaces.
           02 filler pic x(10) value "KAMPANIA: ".
           02 ms-cmp-1 pic 9(3).
           02 filler pic x value space.
           02 ms-cname-1 pic x(30).

       01  ms-2.
           02 filler pic x(80) value all "-".

       01  ms-3.
           02 filler pic x(21) value "KODIKOS".
           02 filler pic x(21) value "EPWNYMO".
           02 filler pic x(26) value "DIEYTHYNSH".
           02 filler pic x(12) value "APOTELESMA".

       01  ms-4.
           02 ms-code-4 pic x(20).
           02 filler pic x value space.
           02 ms-epi-4 pic x(20).
           02 filler pic x value space.
           02 ms-addr-4 pic x(25).
           02 filler pic x value space.
           02 ms-stat-4 pic x(12).

       01  ms-9.
           02 filler pic x(2) value spaces.
           02 ms-lbl-9 pic x(25).
           02 ms-cnt-9 pic zzzz9.

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
           move fl-disk-path to tgt-disk. move fl-rest-path to tgt-rest.
           move ftgt to tgt-nam.

           compute ms-today = t-yy * 10000 + t-mm * 100 + t-dd.

       begin-2.
           perform menu-box.
           move space to flag2.

       ms-a0.
           accept flag2 line 9 position 49 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 go telos
              when other go ms-a0
           end-evaluate.

           if flag2 not = "1" and not = "2" go ms-a0.

           move flag2 to ms-mode.

           perform clean-box.
           perform ms-box.
           move 0 to t-num t-ltr.
           move spaces to dl-name.

       ms-a1.
           accept t-num line 6 position 38 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go begin-2
              when other go ms-a1
           end-evaluate.

           if t-num = 0 go ms-a1.

           move fcamp to fl-nam.
           open input camp.
           move t-num to cmp-no.
           read camp invalid move spaces to cmp-name
                             move "X" to cmp-status.
           close camp.

           if cmp-status = "X"
              move "DEN YPARXEI KAMPANIA" to inval-mess
              perform invalid-message
              go ms-a1.

           move c-name(6) to bc. move c-name(7) to fc.
           display cmp-name line 6 position 42 size 14 control col-cnt.

       ms-a2.
           accept ms-chan line 7 position 38 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go begin-2
              when 52 go ms-a1
              when other go ms-a2
           end-evaluate.

           if ms-chan not = 3 and not = 4 go ms-a2.

           move c-name(6) to bc. move c-name(7) to fc.
           display cns-chan-nam (ms-chan) line 7 position 40
                   control col-cnt.

           if ms-mode = "2" go ms-a4.

       ms-a3.
           accept t-ltr line 8 position 38 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go begin-2
              when 52 go ms-a2
              when other go ms-a3
           end-evaluate.

           if t-ltr = 0 go ms-a3.

           perform ltr-exists.

           if flag = 1
              move "DEN YPARXEI PROTYPO" to inval-mess
              perform invalid-message
              go ms-a3.

       ms-a4.
           accept dl-name line 9 position 38 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go begin-2
              when 52 if ms-mode = "1" go ms-a3 else go ms-a2
                      end-if
              when other go ms-a4
           end-evaluate.

           if dl-name = spaces go ms-a4.

           if ms-mode = "1" go ms-a6.

       ms-a5.
           accept dl-delim line 10 position 38 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go begin-2
              when 52 go ms-a4
              when other go ms-a5
           end-evaluate.

           if dl-delim = space go ms-a5.

       ms-a6.
           move "o" to synexeia.
           accept synexeia line 12 position 38 update tab blink
             on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go begin-2
              when 52 if ms-mode = "1" go ms-a4 else go ms-a5
                      end-if
              when other go ms-a6
           end-evaluate.

           evaluate true
              when syn-o perform clean-box go begin-2
              when syn-n continue
              when other go ms-a6
           end-evaluate.

           perform clean-box.
           perform wait-box.

           if ms-mode = "1"
              perform exp-run thru exp-run-ex
           else
              perform ld-run thru ld-run-ex.

           perform clean-box.
           perform done-box.
           go begin-2.

       ltr-exists.
           move 0 to flag.

           move fltr to fl-nam.
           open input letters.

           move t-ltr to ltr-num.
           move 0 to ltr-line.

           start letters key not < ltr-key
                 invalid move 1 to flag.

           if flag = 0
              read letters next record at end move 1 to flag
              end-read
           end-if.

           if flag = 0 and ltr-num not = t-ltr move 1 to flag.

           close letters.

       exp-run.
           move 0 to cnt-sent cnt-excl cnt-noad.

           if ms-chan = 3
              move 160 to ms-max
              move "MAZIKA SMS" to ms-title-1
           else
              move 320 to ms-max
              move "MAZIKA E-MAIL" to ms-title-1.

           perform ms-header thru ms-header-2.
           perform ms-page-check.
           write ms-prt-rec from ms-3.
           perform ms-page-check.
           write ms-prt-rec from ms-2.

           open i-o camptgt.
           move fpel to fl-nam. open input pelates.
           move fag to fl-nam. open input agores.
           move fltr to fl-nam. open input letters.
           move fcns to fl-nam. open input consent.
           move feml to fl-nam. open input email.
           open output dl-file.

           move t-num to tgt-cmp.
           move space to tgt-file.
           move spaces to tgt-kodikos.

           start camptgt key not < tgt-key
                 invalid go exp-run-9.

       exp-run-2.
           read camptgt next record at end go exp-run-9.

           if tgt-cmp not = t-num go exp-run-9.

           if tgt-done = "Y" go exp-run-2.

           perform get-person.

           if flag = 1
              move "DEN YPARXEI" to ms-stat-4
              move spaces to ms-addr-4
              perform exp-line
              add 1 to cnt-noad
              go exp-run-2.

           move tgt-file to cns-file.
           move tgt-kodikos to cns-kodikos.
           move ms-chan to cns-chan.
           read consent invalid move space to cns-given.

           if cns-given not = "Y"
              move "XWRIS SYGK." to ms-stat-4
              move spaces to ms-addr-4
              perform exp-line
              add 1 to cnt-excl
              go exp-run-2.

           move spaces to ms-mobile ms-email ms-addr.

           if ms-chan = 3
              perform get-mobile thru get-mobile-ex
              move ms-mobile to ms-addr
           else
              perform get-email thru get-email-ex
              move ms-email to ms-addr.

           if ms-addr = spaces
              move "XWRIS DIEYTH" to ms-stat-4
              move spaces to ms-addr-4
              perform exp-line
              add 1 to cnt-noad
              go exp-run-2.

           perform msg-build thru msg-build-ex.

           move spaces to ms-ref.
           string tgt-cmp delimited by size
                  tgt-file delimited by size
                  tgt-kodikos delimited by space
                  into ms-ref.

           move spaces to dl-rec.
           string ms-ref delimited by space
                  dl-delim delimited by size
                  ms-chan delimited by size
                  dl-delim delimited by size
                  ms-mobile delimited by space
                  dl-delim delimited by size
                  ms-email delimited by space
                  dl-delim delimited by size
                  ms-text delimited by size
                  into dl-rec.

           write dl-rec.

           if ms-chan = 3
              move "ESTALH SMS" to tgt-out
           else
              move "ESTALH E-MAIL" to tgt-out.

           rewrite camptgt-rec invalid continue end-rewrite.

           add 1 to cnt-sent.

           move "ESTALH" to ms-stat-4.
           move ms-addr to ms-addr-4.
           perform exp-line.

           go exp-run-2.

       exp-run-9.
           close camptgt pelates agores letters consent email dl-file.

           perform ms-page-check.
           write ms-prt-rec from ms-2.

           move "APOSTOLES" to ms-lbl-9.
           move cnt-sent to ms-cnt-9.
           perform ms-page-check.
           write ms-prt-rec from ms-9.

           move "EXAIROUNTAI (SYGK.)" to ms-lbl-9.
           move cnt-excl to ms-cnt-9.
           perform ms-page-check.
           write ms-prt-rec from ms-9.

           move "XWRIS DIEYTHYNSH" to ms-lbl-9.
           move cnt-noad to ms-cnt-9.
           perform ms-page-check.
           write ms-prt-rec from ms-9.

           close ms-prt.
           perform spool-close.

           move cnt-sent to cnt-ed-1.
           move cnt-excl to cnt-ed-2.
           move cnt-noad to cnt-ed-3.

       exp-run-ex.
           exit.

       exp-line.
           move tgt-kodikos to ms-code-4.
           move ms-epitheto to ms-epi-4.
           perform ms-page-check.
           write ms-prt-rec from ms-4.

       get-person.
           move 0 to flag.
           move spaces to ms-person.

           if tgt-file = "P"
              move tgt-kodikos to kodikos
              read pelates invalid move 1 to flag
                   not invalid
                   move kodikos to ms-kodikos
                   move onoma to ms-onoma
                   move epitheto to ms-epitheto
                   move dieythynsh to ms-dieythynsh
                   move poli to ms-poli
                   move tk to ms-tk
                   move srch-tel to ms-tel1
              end-read
           else
              move tgt-kodikos to kodikos-a
              read agores invalid move 1 to flag
                   not invalid
                   move kodikos-a to ms-kodikos
                   move onoma-a to ms-onoma
                   move epitheto-a to ms-epitheto
                   move dieythynsh-a to ms-dieythynsh
                   move poli-a to ms-poli
                   move tk-a to ms-tk
                   move srch-tel1-a to ms-tel1
                   move srch-tel2-a to ms-tel2
              end-read
           end-if.

       get-mobile.
           move ms-tel1 to nt-in.
           perform norm-mobile.

           if ms-mobile not = spaces go get-mobile-ex.

           if ms-tel2 = spaces go get-mobile-ex.

           move ms-tel2 to nt-in.
           perform norm-mobile.

       get-mobile-ex.
           exit.

       norm-mobile.
           move spaces to ms-mobile nt-out.
           move 1 to nt-o.

           perform varying nt-i from 1 by 1 until nt-i > 15
              if nt-in (nt-i:1) not < "0"
                 and nt-in (nt-i:1) not > "9"
                 move nt-in (nt-i:1) to nt-out (nt-o:1)
                 add 1 to nt-o
              end-if
           end-perform.

           compute nt-len = nt-o - 1.

           evaluate true
              when nt-len = 14 and nt-out (1:4) = "0030"
                   move nt-out (5:10) to nt-in
              when nt-len = 12 and nt-out (1:2) = "30"
                   move nt-out (3:10) to nt-in
              when nt-len = 10
                   move nt-out (1:10) to nt-in
              when other
                   move spaces to nt-in
           end-evaluate.

           if nt-in (1:2) = "69"
              string "30" delimited by size
                     nt-in (1:10) delimited by size
                     into ms-mobile.

       get-email.
           move tgt-file to eml-file.
           move tgt-kodikos to eml-kodikos.

           read email invalid go get-email-ex.

           move 0 to ms-at.
           inspect eml-addr tallying ms-at for all "@".

           if ms-at = 1 move eml-addr to ms-email.

       get-email-ex.
           exit.

       msg-build.
           move spaces to ms-text.
           move 1 to ms-tp.

           move t-ltr to ltr-num.
           move 0 to ltr-line.

           start letters key not < ltr-key
                 invalid go msg-build-3.

       msg-build-2.
           read letters next record at end go msg-build-3.

           if ltr-num not = t-ltr go msg-build-3.

           perform merge-line thru merge-line-ex.

           move 80 to ms-l. move 0 to flag.

           perform varying x from 1 by 1 until x > 80 or flag = 1
           if mg-out (ms-l:1) = space
              subtract 1 from ms-l
           else move 1 to flag
           end-if
           end-perform.

           if ms-l = 0 go msg-build-2.

           if ms-tp > 1 and ms-tp not > ms-max add 1 to ms-tp.

           perform varying x from 1 by 1 until x > ms-l
              if ms-tp not > ms-max
                 move mg-out (x:1) to ms-text (ms-tp:1)
                 add 1 to ms-tp
              end-if
           end-perform.

           go msg-build-2.

       msg-build-3.
           inspect ms-text replacing all dl-delim by ",".

       msg-build-ex.
           exit.

       merge-line.
           move spaces to mg-in.
           move ltr-text to mg-in (1:72).
           move spaces to mg-out.
           move 1 to mg-i. move 1 to mg-o.

       merge-line-2.
           if mg-i > 72 go merge-line-ex.

           if mg-in (mg-i:1) not = "&"
              if mg-o < 81
                 move mg-in (mg-i:1) to mg-out (mg-o:1)
                 add 1 to mg-o
              end-if
              add 1 to mg-i
              go merge-line-2.

           evaluate true
              when mg-in (mg-i:11) = "&DIEYTHYNSH"
                   move ms-dieythynsh to mg-value
                   perform merge-value thru merge-value-ex
                   add 11 to mg-i

              when mg-in (mg-i:9) = "&EPITHETO"
                   move ms-epitheto to mg-value
                   perform merge-value thru merge-value-ex
                   add 9 to mg-i

              when mg-in (mg-i:8) = "&KODIKOS"
                   move ms-kodikos to mg-value
                   perform merge-value thru merge-value-ex
                   add 8 to mg-i

              when mg-in (mg-i:6) = "&ONOMA"
                   move ms-onoma to mg-value
                   perform merge-value thru merge-value-ex
                   add 6 to mg-i

              when mg-in (mg-i:5) = "&POLI"
                   move ms-poli to mg-value
                   perform merge-value thru merge-value-ex
                   add 5 to mg-i

              when mg-in (mg-i:3) = "&TK"
                   move ms-tk to mg-value
                   perform merge-value thru merge-value-ex
                   add 3 to mg-i

              when other
                   if mg-o < 81
                      move mg-in (mg-i:1) to mg-out (mg-o:1)
                      add 1 to mg-o
                   end-if
                   add 1 to mg-i
           end-evaluate.

           go merge-line-2.

       merge-line-ex.
           exit.

       merge-value.
           move 35 to mg-len. move 0 to flag2.

           if mg-value = spaces move 0 to mg-len go merge-value-2.

           perform varying x from 1 by 1
                   until x > mg-len or flag2 = "1"
           if mg-value (mg-len:1) = space subtract 1 from mg-len
           else move "1" to flag2
           end-if
           end-perform.

       merge-value-2.
           perform varying x from 1 by 1 until x > mg-len
              if mg-o < 81
                 move mg-value (x:1) to mg-out (mg-o:1)
                 add 1 to mg-o
              end-if
           end-perform.

       merge-value-ex.
           exit.

       ld-run.
           move 0 to cnt-dlv cnt-fail cnt-opt cnt-err cnt-dup.

           if ms-chan = 3
              move "ANAFORA PARADOSHS SMS" to ms-title-1
           else
              move "ANAFORA PARADOSHS E-MAIL" to ms-title-1.

           perform ms-header thru ms-header-2.
           perform ms-page-check.
           write ms-prt-rec from ms-3.
           perform ms-page-check.
           write ms-prt-rec from ms-2.

           open i-o camptgt.
           move fpel to fl-nam. open input pelates.
           move fag to fl-nam. open input agores.
           open input dl-file.

       ld-run-2.
           read dl-file next record at end go ld-run-9.

           if dl-rec = spaces go ld-run-2.

           perform dl-parse.

           move col-item (1) to ld-ref.
           move col-item (2) to ld-status.
           move ld-status (1:1) to ld-st.
           inspect ld-st converting "dfeosx" to "DFEOSX".

           move spaces to ms-person.

           if ld-cmp-x not numeric or ld-cmp not = t-num
              move ld-ref to ms-code-4
              move spaces to ms-epi-4 ms-addr-4
              move "LATHOS ANAF." to ms-stat-4
              perform ms-page-check
              write ms-prt-rec from ms-4
              add 1 to cnt-err
              go ld-run-2.

           move ld-cmp to tgt-cmp.
           move ld-file to tgt-file.
           move ld-kodikos to tgt-kodikos.

           read camptgt invalid
                move ld-ref to ms-code-4
                move spaces to ms-epi-4 ms-addr-4
                move "AGNWSTOS" to ms-stat-4
                perform ms-page-check
                write ms-prt-rec from ms-4
                add 1 to cnt-err
                go ld-run-2
           end-read.

           perform get-person.

           evaluate ld-st
              when "D" move "Y" to ld-done
                       move "PARADOTHIKE" to ld-out
              when "F" move "N" to ld-done
                       move "APOTYXIA" to ld-out
              when "E" move "N" to ld-done
                       move "APOTYXIA" to ld-out
              when "O" move "Y" to ld-done
                       move "DIAGRAFH" to ld-out
              when "S" move "Y" to ld-done
                       move "DIAGRAFH" to ld-out
              when other move space to ld-done
           end-evaluate.

           if ld-done = space
              move tgt-kodikos to ms-code-4
              move ms-epitheto to ms-epi-4
              move ld-status to ms-addr-4
              move "LATHOS KAT." to ms-stat-4
              perform ms-page-check
              write ms-prt-rec from ms-4
              add 1 to cnt-err
              go ld-run-2.

           if tgt-out = ld-out
              add 1 to cnt-dup
              go ld-run-2.

           move ld-done to tgt-done.
           move ld-out to tgt-out.

           rewrite camptgt-rec invalid continue end-rewrite.

           perform note-write thru note-write-ex.

           evaluate ld-out
              when "PARADOTHIKE" add 1 to cnt-dlv
              when "APOTYXIA" add 1 to cnt-fail
              when other add 1 to cnt-opt
                         perform opt-out thru opt-out-ex
           end-evaluate.

           move tgt-kodikos to ms-code-4.
           move ms-epitheto to ms-epi-4.
           move col-item (3) to ms-addr-4.
           move ld-out to ms-stat-4.
           perform ms-page-check.
           write ms-prt-rec from ms-4.

           go ld-run-2.

       ld-run-9.
           close camptgt pelates agores dl-file.

           perform ms-page-check.
           write ms-prt-rec from ms-2.

           move "PARADOTHIKAN" to ms-lbl-9.
           move cnt-dlv to ms-cnt-9.
           perform ms-page-check.
           write ms-prt-rec from ms-9.

           move "APOTYXIES" to ms-lbl-9.
           move cnt-fail to ms-cnt-9.
           perform ms-page-check.
           write ms-prt-rec from ms-9.

           move "DIAGRAFES (OPT-OUT)" to ms-lbl-9.
           move cnt-opt to ms-cnt-9.
           perform ms-page-check.
           write ms-prt-rec from ms-9.

           move "HDH FORTWMENES" to ms-lbl-9.
           move cnt-dup to ms-cnt-9.
           perform ms-page-check.
           write ms-prt-rec from ms-9.

           move "LATHH" to ms-lbl-9.
           move cnt-err to ms-cnt-9.
           perform ms-page-check.
           write ms-prt-rec from ms-9.

           close ms-prt.
           perform spool-close.

           move cnt-dlv to cnt-ed-1.
           move cnt-fail to cnt-ed-2.
           move cnt-opt to cnt-ed-3.
           move cnt-err to cnt-ed-4.

       ld-run-ex.
           exit.

       dl-parse.
           move spaces to col-table.
           move 1 to col-cnt-w.
           move 1 to dl-cp.

           perform varying dl-i from 1 by 1 until dl-i > 420
                   or col-cnt-w > 5
              if dl-rec (dl-i:1) = dl-delim
                 add 1 to col-cnt-w
                 move 1 to dl-cp
              else
                 if dl-cp < 61 and col-cnt-w < 6
                    move dl-rec (dl-i:1)
                      to col-item (col-cnt-w) (dl-cp:1)
                    add 1 to dl-cp
                 end-if
              end-if
           end-perform.

       opt-out.
           move fcns to fl-nam.
           open i-o consent.

           move tgt-file to cns-file.
           move tgt-kodikos to cns-kodikos.
           move ms-chan to cns-chan.
           move "U" to cns-op-w.

           read consent invalid
                move "A" to cns-op-w
                move spaces to cns-given cns-source cns-oper
                move 0 to cns-date
           end-read.

           if cns-op-w = "A"
              move spaces to ms-before
           else
              move consent-rec to ms-before.

           move "N" to cns-given.
           move ms-today to cns-date.
           move oper-code to cns-oper.

           if ms-chan = 3
              move "OPT-OUT SMS" to cns-source
           else
              move "OPT-OUT E-MAIL" to cns-source.

           if cns-op-w = "A"
              write consent-rec invalid continue end-write
           else
              rewrite consent-rec invalid continue end-rewrite
           end-if.

           close consent.

           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move cns-op-w to aud-op.
           move "consent" to aud-prog.
           move tgt-kodikos to aud-key.
           move oper-code to aud-operator.
           move ms-before to aud-before.
           move consent-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       opt-out-ex.
           exit.

       note-write.
           move fpel-2 to fl-nam.
           open i-o word.

           move 0 to ms-seq.

       note-seq.
           move tgt-kodikos to word-num.
           move ms-today to word-date.
           compute word-seq = ms-seq + 1.

           start word key not < word-key
                 invalid go note-seq-2.

           read word next record at end go note-seq-2.

           if word-num not = tgt-kodikos go note-seq-2.
           if word-date not = ms-today go note-seq-2.

           move word-seq to ms-seq.

           go note-seq.

       note-seq-2.
           move tgt-kodikos to word-num.
           move ms-today to word-date.
           compute word-seq = ms-seq + 1.
           move oper-code to word-oper.

           move spaces to word-text.
           string "KAMPANIA " delimited by size
                  t-num delimited by size
                  ": " delimited by size
                  cns-chan-nam (ms-chan) delimited by space
                  " " delimited by size
                  ld-out delimited by size
                  into word-text.

           write word-rec invalid continue end-write.

           close word.

       note-write-ex.
           exit.

       ms-page-check.
           if prt-line-cnt >= prt-max-lines
              write ms-prt-rec from ms-2 after advancing page
              perform ms-header-2
           end-if.

           add 1 to prt-line-cnt.

       ms-header.
           perform spool-open.
           open extend ms-prt.
           move 0 to prt-page-no.

       ms-header-2.
           add 1 to prt-page-no.
           move prt-page-no to ms-page-1.
           move 0 to prt-line-cnt.
           move ed-date to ms-date-1.
           write ms-prt-rec from ms-1.
           move etairia to ms-etairia-1.
           move t-num to ms-cmp-1.
           move cmp-name to ms-cname-1.
           write ms-prt-rec from ms-1b.
           write ms-prt-rec from ms-2.

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
           move spf-name to ms-device.

       spool-close.
           move fspl to fl-nam.
           open i-o splctl.

           move spool-no to spl-no.
           move "campmsg" to spl-job.
           move oper-code to spl-oper.
           move ms-today to spl-date.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.

       menu-box.
           perform clean-box.

           move c-name(6) to bc. move c-name(8) to fc.
           display "########### MAZIKA MHNYMATA #############"
                   line 7 position 12 control col-cnt
                   "#                                       #"
                   line 8 position 12
                   "# 1.EXAGWGH 2.FORTWSH ANAFORAS.....:    #"
                   line 9 position 12
                   "#  ESC                                  #"
                   line 10 position 12
                   "#########################################"
                   line 11 position 12

                   bc-line line 12 position 14 size 41
                           control nor-cnt.

           perform varying x from 8 by 1 until x > 11
           display bc-line line x position 53 size 2 control nor-cnt
           end-perform.

           move c-name(3) to bc. move c-name(8) to fc.
           display " EXODOS " line 10 position 18 control col-cnt.

       ms-box.
           move c-name(6) to bc. move c-name(8) to fc.

           if ms-mode = "1"
              display "############ EXAGWGH MHNYMATWN ###########"
                      line 4 position 15 control col-cnt
           else
              display "########### FORTWSH ANAFORAS #############"
                      line 4 position 15 control col-cnt.

           perform varying x from 5 by 1 until x > 13
           display "#                                        #"
                   line x position 15
           end-perform.

           display "##########################################"
                   line 14 position 15

                   "KAMPANIA No........:" line 6 position 17
                   "KANALI (3/4).......:" line 7 position 17
                   "ARXEIO.............:" line 9 position 17
                   "SYNEXEIA (N/O).....:" line 12 position 17

                   bc-line line 15 position 17 size 42
                           control nor-cnt.

           perform varying x from 5 by 1 until x > 14
           display bc-line line x position 57 size 2 control nor-cnt
           end-perform.

           move c-name(6) to bc. move c-name(8) to fc.

           if ms-mode = "1"
              display "PROTYPO No.........:" line 8 position 17
                      control col-cnt
           else
              display "DELIMITER..........:" line 10 position 17
                      control col-cnt
                      dl-delim line 10 position 38.

           display "ESC=AKYRO" line 13 position 17 control col-cnt.

           move c-name(6) to bc. move c-name(7) to fc.
           display ms-chan line 7 position 38 control col-cnt.

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
                   "#                            #" line 14 position 24
                   "#                            #" line 15 position 24
                   "#                            #" line 16 position 24
                   "##############################" line 17 position 24

                   bc-line line 18 position 26 size 30 control nor-cnt.

           perform varying x from 11 by 1 until x > 17
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           move spool-no to spool-no-ed.

           display "SPOOL No....:" line 11 position 27
                                control col-cnt
                   spool-no-ed line 11 position 41.

           if ms-mode = "1"
              display "ESTALHSAN...:" line 12 position 27
                      cnt-ed-1 line 12 position 42
                      "EXAIR.SYGK..:" line 13 position 27
                      cnt-ed-2 line 13 position 42
                      "XWRIS DIEYTH:" line 14 position 27
                      cnt-ed-3 line 14 position 42
           else
              display "PARADOTHIKAN:" line 12 position 27
                      cnt-ed-1 line 12 position 42
                      "APOTYXIES...:" line 13 position 27
                      cnt-ed-2 line 13 position 42
                      "DIAGRAFES...:" line 14 position 27
                      cnt-ed-3 line 14 position 42
                      "LATHH.......:" line 15 position 27
                      cnt-ed-4 line 15 position 42.

           display "press a key" line 16 position 33.

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
