           record key word-key
           status word-stat.

           select optional diary assign random file-name
           organization indexed
           access dynamic

           record key fu-key
           alternate record key fu-oper-key with duplicates
           alternate record key fu-kodikos with duplicates
           status fu-stat.

           select optional consent assign random file-name
           organization indexed
           access dynamic
           record key cns-key
           status cns-stat.

           select optional score assign random file-name
           organization indexed
           access dynamic
           record key sc-kodikos
           alternate record key sc-rank with duplicates
           status sc-stat.

       data division.
       file section.
       fd camp.
          02 cmp-out-cat pic 99.
          02 cmp-date pic 9(8).
          02 cmp-status pic x.
          02 cmp-chan pic 9.
          02 cmp-band pic x(5).
          02 cmp-best pic x.

       fd camptgt.
       01 camptgt-rec.
          02 word-oper pic x(10).
          02 word-text pic x(72).

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

       working-storage section.
       77 chr-ch pic 9(3) comp-5.

           02 x pic 9999.

       01  file-status.
           02 cns-stat pic xx.
           02 sc-stat pic xx.
           02 cmp-stat pic xx.
           02 tgt-stat pic xx.
           02 pel-stat pic xx.
           02 ag-stat pic xx.
           02 const-stat pic xx.
           02 word-stat pic xx.
           02 fu-stat pic xx.

       01  files-used.
           02 fcamp pic x(12) value "camp.dat".
           02 fag pic x(12) value "pelag.dat".
           02 fconst pic x(12) value "const.dat".
           02 fpel-2 pic x(12) value "word.dat".
           02 fdiary pic x(12) value "diary.dat".
           02 fcns pic x(12) value "consent.dat".
           02 fscore pic x(12) value "score.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.

       77  cnt-tgt pic 9(5) value 0.
       01  cnt-tgt-ed pic zzzz9.
       77  cnt-excl pic 9(5) value 0.
       01  cnt-excl-ed pic zzzz9.

       77  tgt-chan pic 9 value 2.
       01  tgt-band pic x(5) value spaces.
       01  tgt-best pic x value space.
       77  tgt-i pic 9.
       77  tgt-k pic 9.
       01  cns-chan-names.
           02 pic x(12) value "TAXYDROMEIO ".
           02 pic x(12) value "THLEFWNO    ".
           02 pic x(12) value "SMS         ".
           02 pic x(12) value "E-MAIL      ".
       01  redefines cns-chan-names.
           02 cns-chan-nam pic x(12) occurs 4 times.

       77  tgt-remain pic 9(4).
       01  tgt-remain-ed pic zzz9.
       77  wk-date pic 9(8).
       77  wk-seq pic 9(3).

       01  fi-date.
           02 fi-dd pic 99.
           02 fi-mm pic 99.
           02 fi-yy pic 9(4).

       01  dim-values.
           02 pic x(24) value "312831303130313130313031".
       01  redefines dim-values.
           02 dim pic 99 occurs 12 times.
       77  dt-q pic 9(4).
       77  dt-r pic 9(4).
       77  dt-lim pic 99.

       77  wk-ans pic x.
          88 wk-a-done values "N" "n".
          88 wk-a-skip values "O" "o".
                move t-num to cmp-no
                move "O" to cmp-status
                move wk-date to cmp-date
                move 2 to cmp-chan
           end-read.

           move cmp-chan to tgt-chan.
           move cmp-band to tgt-band.
           move cmp-best to tgt-best.
           if tgt-chan < 1 or tgt-chan > 4 move 2 to tgt-chan.

           perform def-box.

       def-a1.
              when other go def-a7
           end-evaluate.

       def-a8.
           accept tgt-chan line 13 position 35 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 close camp perform clean-box go begin-2
              when 4 perform def-save
              when 52 go def-a7
              when other go def-a8
           end-evaluate.

           if tgt-chan < 1 or tgt-chan > 4 go def-a8.

           move c-name(6) to bc. move c-name(7) to fc.
           display cns-chan-nam (tgt-chan) line 13 position 37
                   control col-cnt.

       def-a9.
           accept tgt-band line 14 position 35 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 close camp perform clean-box go begin-2
              when 4 perform def-save
              when 52 go def-a8
              when other go def-a9
           end-evaluate.

           inspect tgt-band converting "abcde" to "ABCDE".

           move 0 to flag.
           perform varying tgt-i from 1 by 1 until tgt-i > 5
              if tgt-band (tgt-i:1) not = space
                 and ( tgt-band (tgt-i:1) < "A"
                       or tgt-band (tgt-i:1) > "E" )
                 move 1 to flag
              end-if
           end-perform.

           if flag = 1 go def-a9.

       def-a10.
           accept tgt-best line 14 position 42 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 close camp perform clean-box go begin-2
              when 4 perform def-save
              when 52 go def-a9
              when other go def-a10
           end-evaluate.

           inspect tgt-best converting "abcde" to "ABCDE".

           if tgt-best not = space
              and ( tgt-best < "A" or tgt-best > "E" ) go def-a10.

           go def-a1.

       def-save.
           if tgt-chan < 1 or tgt-chan > 4 move 2 to tgt-chan.

           if cmp-name = spaces
              move "ONOMA KAMPANIAS;    " to inval-mess
              perform invalid-message

           move wk-date to cmp-date.
           move "O" to cmp-status.
           move tgt-chan to cmp-chan.
           move tgt-band to cmp-band.
           move tgt-best to cmp-best.

           write camp-rec invalid
                 rewrite camp-rec invalid continue end-rewrite
           go begin-2.

       gen-targets.
           move 0 to cnt-tgt cnt-excl.

           if cmp-tk1 not = spaces and cmp-tk2 = spaces
              move cmp-tk1 to cmp-tk2.

           open i-o camptgt.

           move fcns to fl-nam.
           open input consent.

           move fscore to fl-nam.
           open input score.

           move fpel to fl-nam.
           open input pelates.

           if cmp-eorth-mm not = 0 and eorth-mm not = cmp-eorth-mm
              go gen-tgt-pel.

           if tgt-band not = spaces or tgt-best not = space
              move kodikos to sc-kodikos
              read score invalid go gen-tgt-pel end-read
              move 0 to tgt-k
              if tgt-band not = spaces
                 inspect tgt-band tallying tgt-k for all sc-band
                 if tgt-k = 0 go gen-tgt-pel end-if
              end-if
              if tgt-best not = space and sc-best not = tgt-best
                 go gen-tgt-pel
              end-if
           end-if.

           move "P" to cns-file.
           move kodikos to cns-kodikos.
           move tgt-chan to cns-chan.
           read consent invalid move space to cns-given.

           if cns-given not = "Y"
              add 1 to cnt-excl
              go gen-tgt-pel.

           move t-num to tgt-cmp.
           move "P" to tgt-file.
           move kodikos to tgt-kodikos.

           if cmp-eorth-mm not = 0 go gen-tgt-ag.

           if tgt-band not = spaces or tgt-best not = space
              go gen-tgt-ag.

           if cmp-epag not = spaces and epagelma-a not = cmp-epag
              go gen-tgt-ag.

           move "A" to cns-file.
           move kodikos-a to cns-kodikos.
           move tgt-chan to cns-chan.
           read consent invalid move space to cns-given.

           if cns-given not = "Y"
              add 1 to cnt-excl
              go gen-tgt-ag.

           move t-num to tgt-cmp.
           move "A" to tgt-file.
           move kodikos-a to tgt-kodikos.
       gen-tgt-ag-ex.
           close agores.
           close camptgt.
           close consent.
           close score.

       gen-targets-ex.
           exit.
       wrk-ask.
           move spaces to wk-out.
           move spaces to wk-note.
           move 0 to fi-dd fi-mm fi-yy.

       wrk-ask-1.
           accept wk-out line 12 position 32 prompt "."
              when other go wrk-ask-2
           end-evaluate.

       wrk-ask-2b.
           accept fi-dd line 14 position 32 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 close pelates agores
                      perform clean-box go begin-2
              when 52 go wrk-ask-2
              when other go wrk-ask-2b
           end-evaluate.

           if fi-dd = 0
              move 0 to fi-mm fi-yy
              display fi-mm line 14 position 35
                      fi-yy line 14 position 38
              go wrk-ask-3.

       wrk-ask-2c.
           accept fi-mm line 14 position 35 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 close pelates agores
                      perform clean-box go begin-2
              when 52 go wrk-ask-2b
              when other go wrk-ask-2c
           end-evaluate.

       wrk-ask-2d.
           if fi-yy = 0 move t-yy to fi-yy.

           accept fi-yy line 14 position 38 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 close pelates agores
                      perform clean-box go begin-2
              when 52 go wrk-ask-2c
              when other go wrk-ask-2d
           end-evaluate.

           perform date-check.
           if flag = 1 go wrk-ask-2b.

       wrk-ask-3.
           display "ETOIMOS; N=NAI O=OXI X=EXODOS:" line 15
                   position 22 control col-cnt.
       wrk-mark.
           perform note-write thru note-write-ex.

           if fi-dd not = 0 perform fu-write thru fu-write-ex.

           open i-o camptgt.

           move tgt-last-key to tgt-key.
       note-write-ex.
           exit.

       fu-write.
           move fdiary to fl-nam.
           open i-o diary.

           move 0 to wk-seq.

       fu-write-seq.
           move tl-kodikos to fu-kodikos.
           move wk-date to fu-date.
           compute fu-seq = wk-seq + 1.

           read diary invalid go fu-write-2.

           add 1 to wk-seq.
           go fu-write-seq.

       fu-write-2.
           initialize diary-rec.
           move tl-kodikos to fu-kodikos.
           move wk-date to fu-date.
           compute fu-seq = wk-seq + 1.
           move oper-code to fu-oper.
           compute fu-due = fi-yy * 10000 + fi-mm * 100 + fi-dd.
           move tl-file to fu-file.

           string "KAMPANIA " delimited by size
                  t-num delimited by size
                  ": " delimited by size
                  wk-out delimited by size
                  into fu-reason.

           move "N" to fu-done.
           move oper-code to fu-cr-oper.
           move "camp01" to fu-prog.

           write diary-rec invalid continue end-write.

           close diary.

       fu-write-ex.
           exit.

       date-check.
           move 0 to flag.

           if fi-mm = 0 or fi-mm > 12 or fi-dd = 0
              move 1 to flag.

           if flag = 0
              move dim (fi-mm) to dt-lim
              if fi-mm = 2
                 divide fi-yy by 4 giving dt-q remainder dt-r
                 if dt-r = 0 move 29 to dt-lim end-if
                 divide fi-yy by 100 giving dt-q remainder dt-r
                 if dt-r = 0 move 28 to dt-lim end-if
                 divide fi-yy by 400 giving dt-q remainder dt-r
                 if dt-r = 0 move 29 to dt-lim end-if
              end-if
              if fi-dd > dt-lim move 1 to flag end-if
           end-if.

           if flag = 0
              if fi-yy * 10000 + fi-mm * 100 + fi-dd < wk-date
                 move 1 to flag.

           if flag = 1
              move "LATHOS HMEROMHNIA   " to inval-mess
              perform invalid-message.

       check-code.
           move c-name(2) to bc move c-name(4) to fc.

                   "MHNAS EORTHS (0=OXI:" line 10 position 14
                   "EPAGELMA (AGORES)..:" line 11 position 14
                   "OUTCOME CONST CAT..:" line 12 position 14
                   "KANALI (1-4).......:" line 13 position 14
                   "BATHMOS (A-E)/PRIN.:" line 14 position 14
                   "/" line 14 position 41
                   "ESC=EXODOS  F4=EGGRAFH+TARGETS" line 15 position 14

                   bc-line line 17 position 14 size 58 control nor-cnt.

                   cmp-tk2 line 9 position 35
                   cmp-eorth-mm line 10 position 35
                   cmp-epag line 11 position 35
                   cmp-out-cat line 12 position 35
                   tgt-chan line 13 position 35
                   cns-chan-nam (tgt-chan) line 13 position 37
                   tgt-band line 14 position 35
                   tgt-best line 14 position 42.

       work-box.
           move c-name(6) to bc. move c-name(8) to fc.
                   "POLI..............:" line 10 position 14
                   "OUTCOME...........:" line 12 position 14
                   "SHMEIWSH..........:" line 13 position 14
                   "YPENTHYMISH.......: /  /" line 14 position 14

                   bc-line line 18 position 14 size 58 control nor-cnt.

                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "#                            #" line 13 position 24
                   "##############################" line 14 position 24

                   bc-line line 15 position 26 size 30 control nor-cnt.

           perform varying x from 11 by 1 until x > 14
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           move cnt-tgt to cnt-tgt-ed.
           move cnt-excl to cnt-excl-ed.

           display "TARGETS:" line 11 position 29
                                control col-cnt
                   cnt-tgt-ed line 11 position 38
                             control col-cnt
                   "EXAIR.:" line 12 position 29
                             control col-cnt
                   cnt-excl-ed line 12 position 38
                             control col-cnt
                   "press a key" line 13 position 33
                                 control col-cnt.

           accept flag line 24 position 80 control acpt-col.

           perform varying x from 10 by 1 until x > 15
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

