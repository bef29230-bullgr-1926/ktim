       id division.
       program-id. feed01.
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

           select optional audit assign random file-name
           status audit-stat.

           select optional aud-seg assign random seg-name
           status seg-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

           select optional arccat assign random file-name
           organization indexed
           access dynamic
           record key cat-key
           status cat-stat.

           select optional feedctl assign random file-name
           organization indexed
           access dynamic
           record key fc-id
           status fc-stat.

           select optional fd-pelates assign random exp-name
           status exp-stat.

           select optional fd-agores assign random exp-name-2
           status exp-stat.

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

       fd audit label records omitted.
       01 audit-rec pic x(571).

       fd aud-seg label records omitted.
       01 aud-seg-rec pic x(571).

       fd audchn.
       01 audchn-rec.
          02 ach-id pic x(8).
          02 ach-seq pic 9(8).
          02 ach-chk pic 9(8).
          02 ach-start pic 9(8).

       fd arccat.
       01 arccat-rec.
          02 cat-key.
             03 cat-file pic x.
             03 cat-kodikos pic x(20).
          02 cat-epitheto pic x(25).
          02 cat-date pic 9(8).
          02 cat-cutoff pic 9(8).
          02 cat-arc-nam pic x(12).

       fd feedctl.
       01 feedctl-rec.
          02 fc-id pic x(8).
          02 fc-stamp.
             03 fc-date pic 9(8).
             03 fc-time pic 9(8).
             03 fc-seq pic 9(8).
          02 fc-no pic 9(6).
          02 fc-run-date pic 9(8).
          02 fc-oper pic x(10).
          02 fc-cnt-pel pic 9(7).
          02 fc-cnt-ag pic 9(7).

       fd fd-pelates label records omitted.
       01 fd-pelates-rec pic x(223).

       fd fd-agores label records omitted.
       01 fd-agores-rec pic x(265).

       working-storage section.
       77 chr-ch pic 9(3) comp-5.

       01  str-var.
           02 bc-line pic x(80) value all "#".

       01  num-var.
           02 flag pic 9.
           02 x pic 9999.

       01  file-status.
           02 pel-stat pic xx.
           02 ag-stat pic xx.
           02 audit-stat pic xx.
           02 seg-stat pic xx.
           02 ach-stat pic xx.
           02 cat-stat pic xx.
           02 fc-stat pic xx.
           02 exp-stat pic xx.

       01  files-used.
           02 fpel pic x(12) value "pel.dat".
           02 fag pic x(12) value "pelag.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 fcat pic x(12) value "arccat.dat".
           02 ffc pic x(12) value "feedctl.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic xx.
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  seg-name pic x(29).
       01  seg-fn redefines seg-name.
           03 seg-disk pic xx.
           03 seg-rest pic x(15).
           03 seg-nam pic x(12).

       01  exp-name pic x(29).
       01  exp-fn redefines exp-name.
           03 exp-disk pic xx.
           03 exp-rest pic x(15).
           03 exp-nam pic x(12).

       01  exp-name-2 pic x(29).
       01  exp-fn-2 redefines exp-name-2.
           03 exp-disk-2 pic xx.
           03 exp-rest-2 pic x(15).
           03 exp-nam-2 pic x(12).

       01  fd-nam-p.
           02 filler pic x(2) value "pc".
           02 fd-nam-p-no pic 9(6).
           02 filler pic x(4) value ".chg".

       01  fd-nam-a.
           02 filler pic x(2) value "ac".
           02 fd-nam-a-no pic 9(6).
           02 filler pic x(4) value ".chg".

       01  cnv-pairs-tab.
           02 pic x(48) value
              "128193129194130195131196132197133198134199135200".
           02 pic x(48) value
              "136201137202138203139204140205141206142207143208".
           02 pic x(48) value
              "144209145211146212147213148214149215150216151217".
           02 pic x(48) value
              "152225153226154227155228156229157230158231159232".
           02 pic x(48) value
              "160233161234162235163236164237165238166239167240".
           02 pic x(48) value
              "168241169243170242171244172245173246174247175248".
           02 pic x(48) value
              "224249225220226221227222228250229223230252231253".
           02 pic x(48) value
              "232251233254234182235184236185237186238188239190".
           02 pic x(18) value
              "240191244218245219".
       01  redefines cnv-pairs-tab.
           02 cnv-pair occurs 67 times.
              03 cnv-from-n pic 9(3).
              03 cnv-to-n pic 9(3).

       01  cnv-pc pic x(256).
       01  cnv-elot pic x(256).
       01  cnv-byte pic x comp-x.
       01  cnv-char redefines cnv-byte pic x.
       77  cnv-i pic 9(3).
       77  cnv-j pic 9(3).
       77  cnv-k pic 9(3).
       01  cnv-hold pic x.

       01  fd-hdr.
           02 pic x(4) value "*HDR".
           02 hdr-etairia pic x(30).
           02 hdr-date pic 9(8).
           02 hdr-no pic 9(6).
           02 hdr-from pic x(24).

       01  fd-trl.
           02 pic x(4) value "*TRL".
           02 trl-cnt pic 9(7).
           02 trl-hash pic 9(9).
           02 trl-to pic x(24).

       01  fd-p-line.
           02 fp-act pic x.
           02 fp-date pic 9(8).
           02 fp-time pic 9(8).
           02 fp-image pic x(206).

       01  fd-a-line.
           02 fa-act pic x.
           02 fa-date pic 9(8).
           02 fa-time pic 9(8).
           02 fa-image pic x(248).

       01  aud-w.
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

       01  en-stamp.
           02 en-date pic 9(8).
           02 en-time pic 9(8).
           02 en-seq pic 9(8).

       01  hi-stamp.
           02 hi-date pic 9(8).
           02 hi-time pic 9(8).
           02 hi-seq pic 9(8).

       01  lo-stamp pic x(24).

       77  fd-hash pic 9(9).
       77  afm-num pic 9(8).
       77  cnt-pel pic 9(7) value 0.
       77  cnt-ag pic 9(7) value 0.
       77  hash-pel pic 9(9) value 0.
       77  hash-ag pic 9(9) value 0.
       77  cnt-rest pic 9(3) value 0.
       01  cnt-pel-ed pic zzzzzz9.
       01  cnt-ag-ed pic zzzzzz9.
       01  fc-no-ed pic zzzzz9.

       77  fd-act pic x.
       77  fd-today pic 9(8).
       77  run-ym pic 9(6).

       01  sg-ym pic 9(6).
       01  sg-r redefines sg-ym.
           02 sg-yy pic 9(4).
           02 sg-mm pic 99.
       01  seg-ym-x pic 9(6).
       77  start-ym pic 9(6).

       77  elot-flag pic x value "O".
          88 elot-on values "N" "n".

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
           move fl-disk-path to seg-disk. move fl-rest-path to seg-rest.
           move fl-disk-path to exp-disk. move fl-rest-path to exp-rest.
           move fl-disk-path to exp-disk-2.
           move fl-rest-path to exp-rest-2.

           compute fd-today = t-yy * 10000 + t-mm * 100 + t-dd.
           compute run-ym = t-yy * 100 + t-mm.

           perform build-cnv.
           perform elot-box.
           perform wait-box.

           move ffc to fl-nam.
           open i-o feedctl.
           move "FEED" to fc-id.
           read feedctl invalid
                initialize feedctl-rec
                move "FEED" to fc-id
           end-read.

           move fc-stamp to lo-stamp hi-stamp.
           add 1 to fc-no.

           move fc-no to fd-nam-p-no fd-nam-a-no.
           move fd-nam-p to exp-nam.
           move fd-nam-a to exp-nam-2.
           open output fd-pelates fd-agores.

           move etairia to hdr-etairia.
           move fd-today to hdr-date.
           move fc-no to hdr-no.
           move lo-stamp to hdr-from.
           move fd-hdr to fd-pelates-rec.
           write fd-pelates-rec.
           move fd-hdr to fd-agores-rec.
           write fd-agores-rec.

           move fpel to fl-nam. open input pelates.
           move fag to fl-nam. open input agores.
           move fcat to fl-nam. open input arccat.

           compute start-ym = fc-date / 100.

           move fachn to fl-nam.
           open input audchn.
           move "AUDIT" to ach-id.
           read audchn invalid move 0 to ach-start end-read.
           close audchn.

           if ach-start = 0 go walk-cur.

           if start-ym < ach-start / 100
              compute start-ym = ach-start / 100.

           move start-ym to sg-ym.
           if sg-mm < 1 or sg-mm > 12 go walk-cur.

       walk-seg.
           if sg-ym not < run-ym go walk-cur.

           move sg-ym to seg-ym-x.
           move "audit.      " to seg-nam.
           move seg-ym-x (3:4) to seg-nam (7:4).

           open input aud-seg.

       walk-seg-2.
           read aud-seg next record into aud-w
                at end go walk-seg-3.

           perform feed-one thru feed-one-ex.

           go walk-seg-2.

       walk-seg-3.
           close aud-seg.

           add 1 to sg-mm.
           if sg-mm > 12
              move 1 to sg-mm
              add 1 to sg-yy.

           go walk-seg.

       walk-cur.
           move faudit to fl-nam.
           open input audit.

       walk-cur-2.
           read audit next record into aud-w
                at end go walk-cur-3.

           perform feed-one thru feed-one-ex.

           go walk-cur-2.

       walk-cur-3.
           close audit pelates agores arccat.

           move cnt-pel to trl-cnt.
           move hash-pel to trl-hash.
           move hi-stamp to trl-to.
           move fd-trl to fd-pelates-rec.
           write fd-pelates-rec.

           move cnt-ag to trl-cnt.
           move hash-ag to trl-hash.
           move fd-trl to fd-agores-rec.
           write fd-agores-rec.

           close fd-pelates fd-agores.

           move hi-stamp to fc-stamp.
           move fd-today to fc-run-date.
           move oper-code to fc-oper.
           move cnt-pel to fc-cnt-pel.
           move cnt-ag to fc-cnt-ag.

           write feedctl-rec invalid rewrite feedctl-rec end-write.
           close feedctl.

           perform done-box.

           goback.

       feed-one.
           move aud-date to en-date.
           move aud-time to en-time.
           if aud-seq numeric move aud-seq to en-seq
           else move 0 to en-seq.

           if en-stamp not > lo-stamp go feed-one-ex.

           if en-stamp > hi-stamp move en-stamp to hi-stamp.

           evaluate aud-prog
              when "pel02"
                   if aud-op = "R"
                      move aud-before (1:206) to fp-image
                      move "D" to fd-act
                      perform put-pel thru put-pel-ex
                      move "A" to fd-act
                   else
                      move aud-op to fd-act
                   end-if
                   move aud-after (1:206) to fp-image
                   perform put-pel thru put-pel-ex
              when "pelag"
                   move aud-op to fd-act
                   move aud-after (1:248) to fa-image
                   perform put-ag thru put-ag-ex
              when "archive"
                   perform arc-one
              when "dsubj"
                   if aud-op = "N"
                      perform cur-pel
                   end-if
              when "cotran"
                   perform cur-pel
              when "restore"
                   if aud-key (1:12) = fpel or aud-key (1:12) = fag
                      add 1 to cnt-rest
                   end-if
           end-evaluate.

       feed-one-ex.
           exit.

       arc-one.
           move "D" to fd-act.
           move "P" to cat-file.
           move aud-key to cat-kodikos.
           read arccat invalid move 0 to cat-date end-read.

           if cat-date = aud-date
              move aud-after (1:206) to fp-image
              perform put-pel thru put-pel-ex
           else
              move aud-after (1:248) to fa-image
              perform put-ag thru put-ag-ex.

       cur-pel.
           move aud-key to kodikos.
           read pelates invalid
                move spaces to pelates-rec
                move aud-key to kodikos
                move "D" to fd-act
                not invalid
                move "U" to fd-act
           end-read.

           move pelates-rec to fp-image.
           perform put-pel thru put-pel-ex.

       put-pel.
           if fd-act not = "A" and not = "U" and not = "D"
              go put-pel-ex.

           move fd-act to fp-act.
           move aud-date to fp-date.
           move aud-time to fp-time.

           move fp-image to pelates-rec.
           if afm numeric
              move afm to afm-num
              move hash-pel to fd-hash
              perform hash-add
              move fd-hash to hash-pel.

           if elot-on
              inspect fp-image converting cnv-pc to cnv-elot.

           move fd-p-line to fd-pelates-rec.
           write fd-pelates-rec.

           add 1 to cnt-pel.

       put-pel-ex.
           exit.

       put-ag.
           if fd-act not = "A" and not = "U" and not = "D"
              go put-ag-ex.

           move fd-act to fa-act.
           move aud-date to fa-date.
           move aud-time to fa-time.

           move fa-image to agores-rec.
           if afm-a numeric
              move afm-a to afm-num
              move hash-ag to fd-hash
              perform hash-add
              move fd-hash to hash-ag.

           if elot-on
              inspect fa-image converting cnv-pc to cnv-elot.

           move fd-a-line to fd-agores-rec.
           write fd-agores-rec.

           add 1 to cnt-ag.

       put-ag-ex.
           exit.

       build-cnv.
           perform varying cnv-i from 1 by 1 until cnv-i > 256
              compute cnv-byte = cnv-i - 1
              move cnv-char to cnv-pc (cnv-i:1)
              move cnv-char to cnv-elot (cnv-i:1)
           end-perform.

           perform varying cnv-i from 1 by 1 until cnv-i > 67
              compute cnv-j = cnv-from-n (cnv-i) + 1
              compute cnv-k = cnv-to-n (cnv-i) + 1
              move cnv-elot (cnv-j:1) to cnv-hold
              move cnv-elot (cnv-k:1) to cnv-elot (cnv-j:1)
              move cnv-hold to cnv-elot (cnv-k:1)
           end-perform.

       hash-add.
           compute fd-hash = fd-hash + afm-num.

           if fd-hash > 999999999
              compute fd-hash = fd-hash - 1000000000.

       elot-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line  8 position 24
                                                     control col-cnt
                   "#                            #" line  9 position 24
                   "#                            #" line 10 position 24
                   "##############################" line 11 position 24.

           display "SE ELOT-928; (N/O):" line  9 position 27
                                        control col-cnt.

           move "o" to elot-flag.
           accept elot-flag line 9 position 47 update tab blink.

           move c-name(3) to bc. move c-name(1) to fc.
           perform varying x from 8 by 1 until x > 11
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

       wait-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "##############################" line 12 position 24.

           display "PARAKALW PERIMENETE" line 11 position 29
                                         control col-cnt.

       done-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "#                            #" line 13 position 24
                   "#                            #" line 14 position 24
                   "#                            #" line 15 position 24
                   "##############################" line 16 position 24

                   bc-line line 17 position 26 size 30 control nor-cnt.

           perform varying x from 11 by 1 until x > 16
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           move fc-no to fc-no-ed.
           move cnt-pel to cnt-pel-ed.
           move cnt-ag to cnt-ag-ed.

           display "ARXEIO ALLAGWN" line 11 position 27
                                    control col-cnt
                   fc-no-ed line 11 position 45
                   "PELATES......:" line 12 position 27
                   cnt-pel-ed line 12 position 44
                   "AGORES.......:" line 13 position 27
                   cnt-ag-ed line 13 position 44
                   "press a key" line 15 position 35.

           if cnt-rest > 0
              move c-name(5) to bc. move c-name(8) to fc
              display "RESTORE - KANTE PLHRES EXPORT" line 14
                      position 25 control col-cnt.

           accept flag line 24 position 80 control acpt-col.

           move c-name(3) to bc. move c-name(1) to fc.
           perform varying x from 10 by 1 until x > 17
           display bc-line line x position 24 size 32 control col-cnt
           end-perform.
