       id division.
       program-id. chg01.
       author. temerzidis stavros.
       environment division.
       configuration section.
       source-computer. pentium-100.
       object-computer. pentium-100.
       input-output section.
       file-control.
           select optional charges assign random file-name
           organization indexed
           access dynamic
           record key chg-key
           status chg-stat.

           select optional pelates assign random file-name
           organization indexed
           access dynamic
           record key kodikos
           status pel-stat.

           select optional const assign random file-name
           organization indexed
           access dynamic
           record key const-code
           status const-stat.

           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

       data division.
       file section.
       fd charges.
       01 charge-rec.
          02 chg-key.
             03 chg-kodikos pic x(20).
             03 chg-no pic 999.
          02 chg-type pic x(15).
          02 chg-poso pic s9(7)v99.
          02 chg-freq pic x.
          02 chg-start pic 9(8).
          02 chg-end pic 9(8).
          02 chg-next pic 9(8).
          02 chg-vat-code pic 999.
          02 chg-memo pic x(11).
          02 chg-status pic x.
          02 chg-last pic 9(8).

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

       fd const.
       01 const-rec.
          02 const-code.
             03 cat-code pic 99.
             03 type-code pic 999.
          02 type-descr pic x(15).

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
           02 und-line pic x(80) value all "_".

       01  num-var.
           02 flag pic 9.
           02 flag2 pic x.
           02 x pic 9999.

       01  save-var.
           02 s-rest pic x(72).
           02 s-start pic 9(8).
           02 s-end pic 9(8).
           02 s-next pic 9(8).

       01  audit-before pic x(250).

       01  invalid-mess.
           02 inval-stat pic xx.
           02 inval-mess pic x(20).
       01  valid-mess.
           02 val-stat pic 9.
           02 val-mess pic x(20).

       01  acpt-cnt pic x(30) value "update,echo,no beep".

       01  file-used.
           02 fchg pic x(12) value "charges.dat".
           02 fpel pic x(12) value "pel.dat".
           02 fconst pic x(12) value "const.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.
           03 fl-disk pic x(2).
           03 fl-rest pic x(15).
           03 fl-nam pic x(12).

       01  file-status.
           02 chg-stat pic xx.
           02 pel-stat pic xx.
           02 const-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 file-stat pic xx.

       77  kin-cat pic 99.
       77  save-prog pic x(12).

       01  ent-start pic 9(8).
       01  ent-st redefines ent-start.
           02 st-dd pic 99.
           02 st-mm pic 99.
           02 st-yy pic 9(4).

       01  ent-end pic 9(8).
       01  ent-en redefines ent-end.
           02 en-dd pic 99.
           02 en-mm pic 99.
           02 en-yy pic 9(4).

       01  ent-next pic 9(8).
       01  ent-nx redefines ent-next.
           02 nx-dd pic 99.
           02 nx-mm pic 99.
           02 nx-yy pic 9(4).

       01  dt-w pic 9(8).
       01  dt-wr redefines dt-w.
           02 dw-yy pic 9(4).
           02 dw-mm pic 99.
           02 dw-dd pic 99.

       01  ed-poso pic zzzzzz9.99-.

       01  pel-name pic x(40).

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

           if oper-level < 2
              perform denied-box
              go telos-2.

           move par-kin-cat to kin-cat.

           move fchg to fl-nam. open i-o charges.
           move fpel to fl-nam. open input pelates.
           perform values-box.

       begin-2.
           initialize charge-rec.
           move spaces to pel-name.
           perform disp-name.

       a1.
           accept chg-kodikos line 4 position 29 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go telos-1
              when 2 perform gen-run thru gen-run-ex go a1
              when other go a1
           end-evaluate.

           if chg-kodikos = spaces go a1.

           move chg-kodikos to kodikos.
           read pelates invalid
                move "PELATHS DEN YPARXEI " to inval-mess
                perform invalid-message
                go a1.

           move spaces to pel-name.
           string onoma delimited by "  " " " delimited by size
                  epitheto delimited by "  " into pel-name.
           perform disp-name.

       a1-2.
           accept chg-no line 5 position 29 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go telos-1
              when 3 go begin-2
              when 52 go a1
              when other go a1-2
           end-evaluate.

           if chg-no = 0 go a1-2.

           perform find-rec thru find-rec-2.
           perform save-box-2.
           perform disp-info.

       a2.
           accept chg-type line 7 position 29 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 53 continue
              when other go a2
           end-evaluate.

       a3.
           accept chg-poso line 8 position 29 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 52 go a2
              when 53 continue
              when other go a3
           end-evaluate.

       a4.
           accept chg-freq line 9 position 29 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 52 go a3
              when 53 continue
              when other go a4
           end-evaluate.

           if chg-freq = "m" move "M" to chg-freq.
           if chg-freq = "q" move "Q" to chg-freq.
           if chg-freq = "h" move "H" to chg-freq.
           if chg-freq = "y" move "Y" to chg-freq.
           if chg-freq not = "M" and not = "Q" and not = "H"
              and not = "Y"
              go a4.

       a5.
           accept ent-start line 10 position 29 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 52 go a4
              when 53 continue
              when other go a5
           end-evaluate.

           if st-dd = 0 or st-dd > 31 or st-mm = 0 or st-mm > 12
              or st-yy < 1988
              go a5.

       a6.
           accept ent-end line 11 position 29 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 52 go a5
              when 53 continue
              when other go a6
           end-evaluate.

           if ent-end not = 0
              and ( en-dd = 0 or en-dd > 31 or en-mm = 0 or en-mm > 12
                    or en-yy < 1988 )
              go a6.

       a7.
           if ent-next = 0 move ent-start to ent-next.

           accept ent-next line 12 position 29 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 52 go a6
              when 53 continue
              when other go a7
           end-evaluate.

           if nx-dd = 0 or nx-dd > 31 or nx-mm = 0 or nx-mm > 12
              or nx-yy < 1988
              go a7.

       a8.
           accept chg-vat-code line 13 position 29 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 52 go a7
              when 53 continue
              when other go a8
           end-evaluate.

       a9.
           accept chg-memo line 14 position 29 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 52 go a8
              when 53 continue
              when other go a9
           end-evaluate.

       a10.
           accept chg-status line 15 position 29 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform save-box thru save-box-ex
                      perform clean-box go telos-1
              when 3 perform save-box thru save-box-ex go begin-2
              when 4 perform save-routin thru save-routin-ex
              when 6 perform dia thru dia-ex go begin-2
              when 52 go a9
              when other go a10
           end-evaluate.

           if chg-status = "a" move "A" to chg-status.
           if chg-status = "s" move "S" to chg-status.
           if chg-status not = "A" and not = "S" go a10.

           go a2.

       save-routin.
           perform check-type thru check-type-ex.
           if flag = 1 go a2.

           if chg-poso = 0
              move "POSO REQUIRED       " to inval-mess
              perform invalid-message
              go a3.

           if chg-freq not = "M" and not = "Q" and not = "H"
              and not = "Y"
              go a4.

           if chg-status not = "A" and not = "S" go a10.

           move st-yy to dw-yy. move st-mm to dw-mm.
           move st-dd to dw-dd. move dt-w to chg-start.

           move 0 to chg-end.
           if ent-end not = 0
              move en-yy to dw-yy move en-mm to dw-mm
              move en-dd to dw-dd move dt-w to chg-end.

           move nx-yy to dw-yy. move nx-mm to dw-mm.
           move nx-dd to dw-dd. move dt-w to chg-next.

           if chg-start = 0 or chg-next < chg-start
              move "LATHOS HMEROMHNIA   " to inval-mess
              perform invalid-message
              go a7.

           if chg-end not = 0 and chg-end < chg-start
              move "LATHOS HMEROMHNIA   " to inval-mess
              perform invalid-message
              go a6.

           move 0 to lock-count.

       save-routin-2.
           write charge-rec invalid

                 rewrite charge-rec invalid

                         move chg-stat to file-stat
                         if file-stat = "99"
                            and lock-count < par-lock-max
                            add 1 to lock-count
                            perform retry-delay
                            go save-routin-2
                         end-if
                         perform invalid-info

                 not invalid move 2 to val-stat perform valid-info
                             move "U" to aud-op perform audit-write

                 end-rewrite

           not invalid move 1 to val-stat perform valid-info
                       move "A" to aud-op perform audit-write
           end-write.

           move charge-rec to audit-before.
           perform save-box-2.

       save-routin-ex.
           exit.

       check-type.
           move 0 to flag.

           if chg-type = spaces
              move 1 to flag
              move "TYPE REQUIRED       " to inval-mess
              perform invalid-message
              go check-type-ex
           end-if.

           move fconst to fl-nam.
           open input const.

           move kin-cat to cat-code. move zeros to type-code.

           start const key not < const-code
                 invalid go check-type-bad.

       check-type-2.
           read const next at end go check-type-bad.

           if cat-code not = kin-cat go check-type-bad.

           if type-descr = chg-type go check-type-ok.

           go check-type-2.

       check-type-ok.
           close const.
           go check-type-ex.

       check-type-bad.
           close const.
           move 1 to flag.
           move "TYPE NOT IN LIST    " to inval-mess.
           perform invalid-message.

       check-type-ex.
           continue.

       gen-run.
           if oper-level < 3
              move "MONO EPIPEDO 3-4    " to inval-mess
              perform invalid-message
              go gen-run-ex.

           display "PARAGWGH; (N/O):" line 16 position 29
                   control col-cnt.

           move "o" to synexeia.
           accept synexeia line 16 position 46 update tab blink.

           display "                  " line 16 position 29
                   control col-cnt.

           if not syn-n go gen-run-ex.

           close charges pelates.

           move prog to save-prog.
           move "chggen" to prog.
           call pr-path using linkages.
           cancel pr-path.
           move save-prog to prog.

           move fl-disk-path to fl-disk. move fl-rest-path to fl-rest.
           move fchg to fl-nam. open i-o charges.
           move fpel to fl-nam. open input pelates.

           move "PARAGWGH EGINE      " to val-mess.
           perform valid-message.

       gen-run-ex.
           exit.

       retry-delay.
           perform varying lock-wait from 1 by 1 until lock-wait > 2000
           end-perform.

       audit-write.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "chg01" to aud-prog.
           move chg-kodikos to aud-key.
           move oper-code to aud-operator.
           move charge-rec to aud-after.
           if aud-op = "U" or aud-op = "D"
              move audit-before to aud-before
           else move spaces to aud-before
           end-if.

           perform audit-chain thru audit-chain-ex.

       dia.
           display "DELETE? (N/O):" line 16 position 29
                   control col-cnt.

           move "o" to synexeia.
           accept synexeia line 16 position 44 update tab blink.

           evaluate true
              when syn-n continue
              when syn-o go dia-ex
              when other go dia
           end-evaluate.

           move 0 to lock-count.

       dia-3.
           delete charges invalid move chg-stat to file-stat
                                  if file-stat = "99"
                                     and lock-count < par-lock-max
                                     add 1 to lock-count
                                     perform retry-delay
                                     go dia-3
                                  end-if
                                  perform invalid-info

                        not invalid move 3 to val-stat
                                    perform valid-info
                                    move "D" to aud-op
                                    perform audit-write

           end-delete.

           initialize charge-rec.

       dia-ex.
           display "              " line 16 position 29
                   control col-cnt.

       find-rec.
           move 0 to lock-count.

       find-rec-2.
           read charges invalid move chg-stat to file-stat
                                if file-stat = "99"
                                   and lock-count < par-lock-max
                                   add 1 to lock-count
                                   perform retry-delay
                                   go find-rec-2
                                end-if
                                initialize chg-type chg-memo
                                move 0 to chg-poso chg-start chg-end
                                          chg-next chg-vat-code
                                          chg-last
                                move "M" to chg-freq
                                move "A" to chg-status

                      not invalid move 4 to val-stat
                                  perform valid-info

           end-read.

           move charge-rec to audit-before.

           move 0 to ent-start ent-end ent-next.

           if chg-start not = 0
              move chg-start to dt-w
              move dw-dd to st-dd move dw-mm to st-mm
              move dw-yy to st-yy.

           if chg-end not = 0
              move chg-end to dt-w
              move dw-dd to en-dd move dw-mm to en-mm
              move dw-yy to en-yy.

           if chg-next not = 0
              move chg-next to dt-w
              move dw-dd to nx-dd move dw-mm to nx-mm
              move dw-yy to nx-yy.

       disp-name.
           move c-name(6) to bc. move c-name(8) to fc.
           display pel-name line 6 position 29 size 40 control col-cnt.

       disp-info.
           move chg-poso to ed-poso.
           move c-name(6) to bc. move c-name(8) to fc.
           display chg-type line 7 position 29 control col-cnt
                   ed-poso line 8 position 29
                   chg-freq line 9 position 29
                   ent-start line 10 position 29
                   ent-end line 11 position 29
                   ent-next line 12 position 29
                   chg-vat-code line 13 position 29
                   chg-memo line 14 position 29
                   chg-status line 15 position 29.

           if chg-last = 0
              display "        " line 12 position 57
           else
              move chg-last to dt-w
              display dw-dd line 12 position 57
                      "/" line 12 position 59
                      dw-mm line 12 position 60
                      "/" line 12 position 62
                      dw-yy line 12 position 63.

       values-box.
           move c-name(6) to bc. move c-name(8) to fc.
           display
           "################## PAGIA ################################"
                   line 3 position 12 control col-cnt.

           perform varying x from 4 by 1 until x > 17
           display
           "#                                                        #"
                   line x position 12
           end-perform.
           display
           "##########################################################"
                   line 18 position 12

                   "KODIKOS.....:" line 4 position 15
                   "A/A.........:" line 5 position 15
                   "TYPOS.......:" line 7 position 15
                   "POSO........:" line 8 position 15
                   "SYXNOTHTA...:" line 9 position 15
                   "M/Q/H/Y" line 9 position 32
                   "ENARXH......:" line 10 position 15
                   "LHXH........:" line 11 position 15
                   "0=XWRIS" line 11 position 39
                   "EPOMENH.....:" line 12 position 15
                   "TEL:" line 12 position 52
                   "FPA KWDIKOS.:" line 13 position 15
                   "SXOLIO......:" line 14 position 15
                   "KATASTASH...:" line 15 position 15
                   "A=ENERGO S=ANASTOLH" line 15 position 32
                   "ESC" line 17 position 14
                   "F2" line 17 position 25
                   "F3" line 17 position 38
                   "F4" line 17 position 47
                   "F6" line 17 position 58.

           move c-name(3) to bc. move c-name(8) to fc.
           display "EXODOS" line 17 position 17 control col-cnt
                   "PARAGWGH" line 17 position 28
                   "ALLOS" line 17 position 41
                   "EGGRAFH" line 17 position 50
                   "DIAGRAFH" line 17 position 61.

           display bc-line line 19 position 14 size 58 control nor-cnt
           perform varying x from 4 by 1 until x > 18
           display bc-line line x position 70 size 2 control nor-cnt
           end-perform.

       save-box.
           if charge-rec (24:) = s-rest and ent-start = s-start
              and ent-end = s-end and ent-next = s-next
              go save-box-ex.

           display "SAVE? (N/O):" line 16 position 29
                   control col-cnt.

           move "n" to synexeia.
           accept synexeia line 16 position 42 update tab blink.

           evaluate true
              when syn-n perform save-routin thru save-routin-ex
              when syn-o continue
              when other go save-box
           end-evaluate.

           display "            " line 16 position 29
                   control col-cnt.

       save-box-ex.
           exit.

       save-box-2.
           move charge-rec (24:) to s-rest.
           move ent-start to s-start. move ent-end to s-end.
           move ent-next to s-next.

       invalid-info.
           evaluate file-stat
              when "99"  move "RECORD IN USE, RETRY" to inval-mess
              when other move "FILE ERROR          " to inval-mess
           end-evaluate.
           perform invalid-message.

       valid-info.
           evaluate val-stat
              when 1  move "PAGIO EGRAFH        " to val-mess
              when 2  move "PAGIO ALLAXE        " to val-mess
              when 3  move "PAGIO ESBHSTH       " to val-mess
              when 4  move "PAGIO YPARXEI       " to val-mess.

           move 0 to val-stat.

           perform valid-message.

       invalid-message.
           move c-name(2) to bc. move c-name(3) to fc.
           display inval-mess line 20 position 15 control col-cnt.
           accept flag line 24 position 80 no beep control acpt-col.
           move c-name(4) to bc. move c-name(2) to fc.
           display bc-line line 20 position 15 size 20 control col-cnt.

       valid-message.
           move c-name(2) to bc. move c-name(3) to fc.
           display val-mess line 20 position 15 control col-cnt.

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

       clean-box.
           move c-name(4) to bc. move c-name(2) to fc.

           perform varying x from 3 by 1 until x > 22
           display bc-line line x position 5 size 71
                           control col-cnt
           end-perform.

       telos-1.
           close charges pelates.

       telos-2.
           goback.

       brk.
           exit.

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
