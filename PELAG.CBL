           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

           select optional touch assign random file-name
           organization indexed
           access dynamic
           record key tkm-tk
           status tkm-stat.

           select optional diary assign random file-name
           organization indexed
           access dynamic
           record key fu-key
           alternate record key fu-oper-key with duplicates
           alternate record key fu-kodikos with duplicates
           status fu-stat.

           select optional opers assign random file-name
           organization indexed
           access dynamic
           record key opr-id
           status oper-stat.

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

       data division.
       file section.
       fd agores.
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

       fd touch.
       01 touch-rec.
          02 tkm-poli pic x(15).
          02 tkm-nomos pic x(15).

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

       fd opers.
       01 opers-rec.
          02 opr-id pic x(10).
          02 opr-name pic x(25).
          02 opr-pass pic x(8).
          02 opr-level pic 9.
          02 opr-fails pic 9.
          02 opr-lock pic x.
          02 opr-pdate pic 9(8).

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

       77 seq-cand-x pic x(8).

       77 lock-count pic 99.
           02 fag pic x(12) value "pelag.dat".
           02 fconst pic x(12) value "const.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 fcns pic x(12) value "consent.dat".
           02 feml pic x(12) value "email.dat".
           02 fhelp pic x(12) value "help.dat".
           02 ftk pic x(12) value "tkmast.dat".
           02 ftouch pic x(12) value "touch.dat".
           02 fpel pic x(12) value "pel.dat".
           02 fctl pic x(12) value "ctrl.dat".
           02 fdiary pic x(12) value "diary.dat".
           02 foper pic x(12) value "oper.dat".

       77  hs-topic pic x(12).
       77  hs-row pic 99.
           03 fl-nam pic x(12).

       01  file-status.
           02 cns-stat pic xx.
           02 eml-stat pic xx.
           02 ag-stat pic xx.
           02 const-stat pic xx.
           02 file-stat pic xx.
           02 hlp-stat pic xx.
           02 tkm-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 touch-stat pic xx.
           02 pel-stat pic xx.
           02 seq-stat pic xx.
           02 fu-stat pic xx.
           02 oper-stat pic xx.

       01  audit-before pic x(250).

       77  fu-active pic x value "N".
       77  fu-today pic 9(8).
       77  fu-seq-w pic 9(3).
       01  fu-hold pic x(250).

       77  cns-sel pic 9.
       77  cns-ch pic 9.
       77  cns-op-w pic x.
       77  cns-ans pic x.
          88 cns-yes values "N" "n".
          88 cns-no values "O" "o".
       01  cns-src-w pic x(15).
       01  cns-before pic x(56).

       01  cns-chan-names.
           02 pic x(12) value "TAXYDROMEIO ".
           02 pic x(12) value "THLEFWNO    ".
           02 pic x(12) value "SMS         ".
           02 pic x(12) value "E-MAIL      ".
       01  redefines cns-chan-names.
           02 cns-chan-nam pic x(12) occurs 4 times.

       01  cns-ln.
           02 cns-l-no pic 9.
           02 filler pic x value space.
           02 cns-l-nam pic x(12).
           02 cns-l-given pic x(4).
           02 cns-l-date pic x(11).
           02 cns-l-src pic x(16).
           02 cns-l-oper pic x(10).

       01  cns-date-w pic 9(8).
       01  redefines cns-date-w.
           02 cns-yy pic 9(4).
           02 cns-mm pic 99.
           02 cns-dd pic 99.

       01  cns-date-d.
           02 cns-dd-d pic 99.
           02 filler pic x value "/".
           02 cns-mm-d pic 99.
           02 filler pic x value "/".
           02 cns-yy-d pic 9(4).

       01  eml-addr-w pic x(45).
       01  eml-before pic x(45).
       77  eml-op-w pic x.
       77  fi-oper pic x(10).
       77  fi-reason pic x(40).

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


       01  dup-save-rec.
           02 dup-save-kodikos pic x(20).
           02 dup-save-onoma pic x(15).
           move par-epag-cat to epag-cat.
           move fag to fl-nam. open i-o agores.

           compute fu-today = t-yy * 10000 + t-mm * 100 + t-dd.

       begin-1.
           perform fu-jump-check thru fu-jump-check-ex.

           if fu-active = "Y" perform clean-box go begin-3.

       begin-2.
           if fu-active = "Y" go telos.

           initialize agores-rec.
           perform check-code.

              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform eis
              when 9 perform fu-add thru fu-add-ex go a2
              when 2 perform cns-list thru cns-list-ex go a2
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 8 perform promote thru promote-ex
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform eis
              when 9 perform fu-add thru fu-add-ex go a3
              when 2 perform cns-list thru cns-list-ex go a3
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a2
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform eis
              when 9 perform fu-add thru fu-add-ex go a4
              when 2 perform cns-list thru cns-list-ex go a4
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a3
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform eis
              when 9 perform fu-add thru fu-add-ex go a4-2
              when 2 perform cns-list thru cns-list-ex go a4-2
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a4
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform eis
              when 9 perform fu-add thru fu-add-ex go a4-3
              when 2 perform cns-list thru cns-list-ex go a4-3
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a4-2
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform eis
              when 9 perform fu-add thru fu-add-ex go a5
              when 2 perform cns-list thru cns-list-ex go a5
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 1 go epag-lookup
                     go a6
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform eis
              when 9 perform fu-add thru fu-add-ex go a6
              when 2 perform cns-list thru cns-list-ex go a6
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a5
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform eis
              when 9 perform fu-add thru fu-add-ex go a6
              when 2 perform cns-list thru cns-list-ex go a6
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a6
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform eis
              when 9 perform fu-add thru fu-add-ex go a6
              when 2 perform cns-list thru cns-list-ex go a6
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a7
              when 27 perform save-box perform clean-box go begin-2
              when 3 perform save-box perform clean-box go begin-2
              when 4 perform eis
              when 9 perform fu-add thru fu-add-ex go a6
              when 2 perform cns-list thru cns-list-ex go a6
              when 6 perform dia thru dia-ex
                     if syn-n go begin-2 end-if
              when 52 perform disp-ln go a8
           move spaces to aud-before.
           move pelates-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

           move ftouch to fl-nam.
           open i-o touch.
                       else move spaces to aud-before
           end-if.

           perform audit-chain thru audit-chain-ex.

           perform touch-write.

                   "ESC" line 16 position 15
                   "F3" line 16 position 29
                   "F4" line 16 position 42
                   "F6" line 16 position 57
                   "F9" line 17 position 15
                   "F2" line 17 position 29.

           move c-name(3) to bc. move c-name(8) to fc.
           display kodikos-a line 4 position 23 control col-cnt
                   "###ਫ਼" line 16 position 18
                   "######" line 16 position 31
                   "########" line 16 position 45
                   "########" line 16 position 60
                   "YPENTHYMISH" line 17 position 18
                   "SYGKATATHESH" line 17 position 32.

           display bc-line line 19 position 14 size 59 control nor-cnt
           perform varying x from 4 by 1 until x > 18
       help-show-ex.
           exit.

       fu-jump-check.
           move "N" to fu-active.

           move fdiary to fl-nam.
           open i-o diary.

           move oper-code to fu-oper.
           move 0 to fu-due.

           start diary key not < fu-oper-key
                 invalid go fu-jump-check-2.

       fu-jump-check-1b.
           read diary next record at end go fu-jump-check-2.

           if fu-oper not = oper-code go fu-jump-check-2.

           if fu-jump not = "J" or fu-file not = "A"
              go fu-jump-check-1b.

           move space to fu-jump.
           rewrite diary-rec invalid continue end-rewrite.

           move fu-kodikos to kodikos-a.
           move "Y" to fu-active.

       fu-jump-check-2.
           close diary.

       fu-jump-check-ex.
           exit.

       fu-add.
           move agores-rec to fu-hold.

           read agores invalid
                move fu-hold to agores-rec
                move "EGGRAFH PRWTA (F4)  " to inval-mess
                perform invalid-message
                go fu-add-ex.

           move fu-hold to agores-rec.

           move t-dd to fi-dd. move t-mm to fi-mm. move t-yy to fi-yy.
           move oper-code to fi-oper.
           move spaces to fi-reason.

           perform fu-box.

       fu-add-a1.
           accept fi-dd line 9 position 27 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go fu-add-9
              when 4 go fu-add-save
              when 53 continue
              when other go fu-add-a1
           end-evaluate.

       fu-add-a2.
           accept fi-mm line 9 position 30 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go fu-add-9
              when 4 go fu-add-save
              when 52 go fu-add-a1
              when 53 continue
              when other go fu-add-a2
           end-evaluate.

       fu-add-a3.
           accept fi-yy line 9 position 33 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go fu-add-9
              when 4 go fu-add-save
              when 52 go fu-add-a2
              when 53 continue
              when other go fu-add-a3
           end-evaluate.

       fu-add-a4.
           accept fi-oper line 10 position 27 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go fu-add-9
              when 4 go fu-add-save
              when 52 go fu-add-a3
              when 53 continue
              when other go fu-add-a4
           end-evaluate.

       fu-add-a5.
           accept fi-reason line 11 position 27 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 go fu-add-9
              when 4 go fu-add-save
              when 52 go fu-add-a4
              when other go fu-add-a5
           end-evaluate.

           go fu-add-a1.

       fu-add-save.
           perform fu-date-check.
           if flag = 1 go fu-add-a1.

           perform fu-oper-check thru fu-oper-check-ex.
           if flag = 1 go fu-add-a4.

           if fi-reason = spaces go fu-add-a5.

           move fdiary to fl-nam.
           open i-o diary.

           move 0 to fu-seq-w.

       fu-add-seq.
           move kodikos-a to fu-kodikos.
           move fu-today to fu-date.
           compute fu-seq = fu-seq-w + 1.

           read diary invalid go fu-add-seq-2.

           add 1 to fu-seq-w.
           go fu-add-seq.

       fu-add-seq-2.
           initialize diary-rec.
           move kodikos-a to fu-kodikos.
           move fu-today to fu-date.
           compute fu-seq = fu-seq-w + 1.
           move fi-oper to fu-oper.
           compute fu-due = fi-yy * 10000 + fi-mm * 100 + fi-dd.
           move "A" to fu-file.
           move fi-reason to fu-reason.
           move "N" to fu-done.
           move oper-code to fu-cr-oper.
           move "pelag" to fu-prog.

           write diary-rec invalid continue end-write.
           close diary.

           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "A" to aud-op.
           move "diary" to aud-prog.
           move kodikos-a to aud-key.
           move oper-code to aud-operator.
           move spaces to aud-before.
           move diary-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       fu-add-9.
           perform values-box.
           perform disp-info.
           perform disp-ln.

       fu-add-ex.
           exit.

       fu-date-check.
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
              if fi-yy * 10000 + fi-mm * 100 + fi-dd < fu-today
                 move 1 to flag.

           if flag = 1
              move "LATHOS HMEROMHNIA   " to inval-mess
              perform invalid-message.

       fu-oper-check.
           move 0 to flag.

           if fi-oper = spaces move 1 to flag go fu-oper-check-ex.

           move foper to fl-nam.
           open input opers.

           read opers next record at end
                close opers go fu-oper-check-ex.

           move fi-oper to opr-id.

           read opers invalid
                move 1 to flag
                move "AGNWSTOS XEIRISTHS  " to inval-mess
                perform invalid-message.

           close opers.

       fu-oper-check-ex.
           exit.

       fu-box.
           move c-name(2) to bc. move c-name(8) to fc.
           display
           "##################### YPENTHYMISH #####################"
                   line 8 position 14 control col-cnt.

           perform varying x from 9 by 1 until x > 12
           display
           "#                                                     #"
                   line x position 14
           end-perform.

           display
           "#######################################################"
                   line 13 position 14
                   "ESC=AKYRO   F4=KATAXWRHSH" line 12 position 17.

           display "HMEROM..:" line 9 position 17 control col-cnt
                   "/" line 9 position 29
                   "/" line 9 position 32
                   "XEIRIST.:" line 10 position 17
                   "AITIA...:" line 11 position 17.

           move c-name(2) to bc. move c-name(7) to fc.
           display fi-dd line 9 position 27 control col-cnt
                   fi-mm line 9 position 30
                   fi-yy line 9 position 33
                   fi-oper line 10 position 27
                   fi-reason line 11 position 27.

       cns-list.
           move agores-rec to fu-hold.

           read agores invalid
                move fu-hold to agores-rec
                move "EGGRAFH PRWTA (F4)  " to inval-mess
                perform invalid-message
                go cns-list-ex.

           move fu-hold to agores-rec.

       cns-list-2.
           perform cns-box.

           move fcns to fl-nam.
           open input consent.
           move 1 to cns-ch.

       cns-list-3.
           if cns-ch > 4 go cns-list-4.

           move "A" to cns-file.
           move kodikos-a to cns-kodikos.
           move cns-ch to cns-chan.

           read consent invalid
                move spaces to cns-given cns-source cns-oper
                move 0 to cns-date
           end-read.

           perform cns-line.

           add 1 to cns-ch.
           go cns-list-3.

       cns-list-4.
           close consent.

           perform eml-read.

           move c-name(2) to bc. move c-name(7) to fc.
           display eml-addr-w line 14 position 20 control col-cnt.

       cns-keys.
           move 0 to cns-sel.

           accept cns-sel line 15 position 26 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go cns-list-9
              when other go cns-keys
           end-evaluate.

           if cns-sel < 1 or cns-sel > 4 go cns-keys.

           perform cns-edit thru cns-edit-ex.

           go cns-list-2.

       cns-list-9.
           perform values-box.
           perform disp-info.
           perform disp-ln.

       cns-list-ex.
           exit.

       cns-line.
           move cns-ch to cns-l-no.
           move cns-chan-nam (cns-ch) to cns-l-nam.
           move cns-source to cns-l-src.
           move cns-oper to cns-l-oper.

           evaluate cns-given
              when "Y" move "NAI " to cns-l-given
              when "N" move "OXI " to cns-l-given
              when other move " -  " to cns-l-given
           end-evaluate.

           move spaces to cns-l-date.

           if cns-date not = 0
              move cns-date to cns-date-w
              move cns-dd to cns-dd-d
              move cns-mm to cns-mm-d
              move cns-yy to cns-yy-d
              move cns-date-d to cns-l-date.

           compute x = cns-ch + 9.

           move c-name(2) to bc. move c-name(7) to fc.
           display cns-ln line x position 12 control col-cnt.

       cns-edit.
           move fcns to fl-nam.
           open i-o consent.

           move "A" to cns-file.
           move kodikos-a to cns-kodikos.
           move cns-sel to cns-chan.
           move "U" to cns-op-w.

           read consent invalid
                move "A" to cns-op-w
                move spaces to cns-given cns-source cns-oper
                move 0 to cns-date
           end-read.

           if cns-op-w = "A"
              move spaces to cns-before
           else
              move consent-rec to cns-before.

           if cns-given = "Y" move "N" to cns-ans
           else move "O" to cns-ans.

           move cns-source to cns-src-w.

           move spaces to eml-addr-w eml-before.
           if cns-sel = 4 perform eml-read.

       cns-e1.
           accept cns-ans line 15 position 41 update tab
             on exception chr-ch
           evaluate chr-ch
              when 27 close consent go cns-edit-ex
              when other go cns-e1
           end-evaluate.

           if not cns-yes and not cns-no go cns-e1.

       cns-e2.
           accept cns-src-w line 15 position 50 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 close consent go cns-edit-ex
              when 52 go cns-e1
              when other go cns-e2
           end-evaluate.

           if cns-src-w = spaces go cns-e2.

       cns-e3.
           if cns-sel not = 4 go cns-e4.

           accept eml-addr-w line 14 position 20 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 close consent go cns-edit-ex
              when 52 go cns-e2
              when other go cns-e3
           end-evaluate.

           if cns-yes and eml-addr-w = spaces go cns-e3.

       cns-e4.
           if cns-yes move "Y" to cns-given
           else move "N" to cns-given.

           move cns-src-w to cns-source.
           move fu-today to cns-date.
           move oper-code to cns-oper.

           if cns-op-w = "A"
              write consent-rec invalid continue end-write
           else
              rewrite consent-rec invalid continue end-rewrite
           end-if.

           close consent.

           if cns-sel = 4 perform eml-write.

           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move cns-op-w to aud-op.
           move "consent" to aud-prog.
           move kodikos-a to aud-key.
           move oper-code to aud-operator.
           move cns-before to aud-before.
           move consent-rec to aud-after.

           if cns-sel = 4
              move eml-before to aud-before (60:45)
              move eml-addr-w to aud-after (60:45).

           perform audit-chain thru audit-chain-ex.

       cns-edit-ex.
           exit.

       eml-read.
           move feml to fl-nam.
           open input email.

           move "A" to eml-file.
           move kodikos-a to eml-kodikos.

           read email invalid move spaces to eml-addr end-read.

           move eml-addr to eml-addr-w eml-before.

           close email.

       eml-write.
           move feml to fl-nam.
           open i-o email.

           move "A" to eml-file.
           move kodikos-a to eml-kodikos.
           move "U" to eml-op-w.

           read email invalid move "A" to eml-op-w end-read.

           move eml-addr-w to eml-addr.
           move fu-today to eml-date.
           move oper-code to eml-oper.

           if eml-op-w = "A"
              write email-rec invalid continue end-write
           else
              rewrite email-rec invalid continue end-rewrite
           end-if.

           close email.

       cns-box.
           move c-name(2) to bc. move c-name(8) to fc.
           display
           "################ SYGKATATHESH EPIKOINWNIAS ################"
                   line 7 position 10 control col-cnt.

           perform varying x from 8 by 1 until x > 16
           display
           "#                                                         #"
                   line x position 10
           end-perform.

           display
           "###########################################################"
                   line 17 position 10

                   bc-line line 18 position 12 size 59 control nor-cnt.

           perform varying x from 8 by 1 until x > 17
           display bc-line line x position 69 size 2 control nor-cnt
           end-perform.

           move c-name(2) to bc. move c-name(8) to fc.
           display "KANALI" line 8 position 14 control col-cnt
                   "SYG" line 8 position 26
                   "HMEROM." line 8 position 30
                   "PHGH" line 8 position 41
                   "XEIRISTHS" line 8 position 57
                   half-line line 9 position 12 size 55
                   "KANALI (1-4):" line 15 position 12
                   "SYGK.(N/O):" line 15 position 29
                   "PHGH:" line 15 position 44
                   "E-MAIL:" line 14 position 12
                   "ESC=EPISTROFH" line 16 position 12.

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
