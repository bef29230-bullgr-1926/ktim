           alternate record key srch-tel with duplicates
           status pel-stat.

           select optional params assign random file-name
           organization indexed
           access dynamic
           record key pm-id
           status param-stat.

           select optional pelbal assign random file-name
           organization indexed
           access dynamic
           record key bal-kodikos
           status bal-stat.

           select optional kinhseis assign random file-name
           organization indexed
           access dynamic
           record key kin-key
           status kin-stat.

           select optional kinalloc assign random file-name
           organization indexed
           access dynamic
           record key alc-key
           alternate record key alc-crd-key with duplicates
           status alc-stat.

           select optional dunning assign random file-name
           organization indexed
           access dynamic
           record key dun-kodikos
           status dun-stat.

           select optional word assign random file-name
           organization indexed
           access dynamic
           record key word-key
           status word-stat.

           select optional contract assign random file-name
           organization indexed
           access dynamic
           record key con-no
           alternate record key con-kodikos with duplicates
           alternate record key con-end with duplicates
           status con-stat.

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

           select ltr-prt assign print prt-device.

           select dn-prt assign print dn-device.

           select optional consent assign random file-name
           organization indexed
           access dynamic
           record key cns-key
           status cns-stat.

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

           select optional ticket assign random file-name
           organization indexed
           access dynamic
           record key tk-no
           alternate record key tk-kodikos with duplicates
           alternate record key tk-oper-key with duplicates
           status tk-stat.

       data division.
       file section.
       fd letters.
             03 srch-tel pic x(15).
             03 pel-status pic x(15).

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

       fd pelbal.
       01 pelbal-rec.
          02 bal-kodikos pic x(20).
          02 bal-poso pic s9(9)v99.
          02 bal-date pic 9(8).

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

       fd kinalloc.
       01 kinalloc-rec.
          02 alc-key.
             03 alc-deb-key.
                04 alc-kodikos pic x(20).
                04 alc-deb-date pic 9(8).
                04 alc-deb-seq pic 9(3).
             03 alc-crd-date pic 9(8).
             03 alc-crd-seq pic 9(3).
          02 alc-crd-key.
             03 alc-crd-kodikos pic x(20).
             03 alc-crd-kdate pic 9(8).
             03 alc-crd-kseq pic 9(3).
          02 alc-poso pic s9(7)v99.
          02 alc-receipt pic 9(6).
          02 alc-date pic 9(8).
          02 alc-oper pic x(10).
          02 alc-how pic x.

       fd dunning.
       01 dunning-rec.
          02 dun-kodikos pic x(20).
          02 dun-level pic 9.
          02 dun-date pic 9(8).
          02 dun-poso pic s9(7)v99.
          02 dun-oldest pic 9(8).
          02 dun-ltr pic 9(3).

       fd word.
       01 word-rec.
          02 word-key.
             03 word-num pic x(20).
             03 word-date pic 9(8).
             03 word-seq pic 9(3).
          02 word-oper pic x(10).
          02 word-text pic x(72).

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

       fd ltr-prt label records omitted.
       01 prt-rec pic x(80).

       fd dn-prt label records omitted.
       01 dn-prt-rec pic x(80).

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

       fd ticket.
       01 ticket-rec.
          02 tk-no pic 9(6).
          02 tk-kodikos pic x(20).
          02 tk-oper-key.
             03 tk-oper pic x(10).
             03 tk-type pic 999.
          02 tk-descr pic x(40).
          02 tk-prio pic 9.
          02 tk-status pic x.
          02 tk-open pic 9(8).
          02 tk-close pic 9(8).
          02 tk-cr-oper pic x(10).
          02 tk-hist pic 9(3).

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
           02 x pic 9999.

       01  file-status.
           02 cns-stat pic xx.
           02 ltr-stat pic xx.
           02 pel-stat pic xx.
           02 param-stat pic xx.
           02 bal-stat pic xx.
           02 kin-stat pic xx.
           02 alc-stat pic xx.
           02 dun-stat pic xx.
           02 word-stat pic xx.
           02 con-stat pic xx.
           02 seq-stat pic xx.
           02 spl-stat2 pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 pl-stat pic xx.
           02 pi-stat pic xx.
           02 tk-stat pic xx.

       01  files-used.
           02 fltr pic x(12) value "letter.dat".
           02 fpel pic x(12) value "pel.dat".
           02 fparam pic x(12) value "param.dat".
           02 fbal pic x(12) value "pelbal.dat".
           02 fkin pic x(12) value "kin.dat".
           02 falc pic x(12) value "kinalloc.dat".
           02 fdun pic x(12) value "dunning.dat".
           02 fpel-2 pic x(12) value "word.dat".
           02 fcon pic x(12) value "contract.dat".
           02 fseq pic x(12) value "ctrl.dat".
           02 fspl pic x(12) value "splctl.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 fcns pic x(12) value "consent.dat".
           02 fplan pic x(12) value "plan.dat".
           02 fplinst pic x(12) value "plinst.dat".
           02 ftkt pic x(12) value "ticket.dat".

       01  file-name pic x(29).
       01  fn redefines file-name.

       77  cnt-letters pic 9(5) value 0.
       01  cnt-letters-ed pic zzzz9.
       77  cnt-excl pic 9(5) value 0.
       01  cnt-excl-ed pic zzzz9.

       01  mg-dun.
           02 mg-ofeilh pic x(12).
           02 mg-lhxh pic x(10).
       77  mg-lead pic 9(2).

       01  mg-ren value spaces.
           02 mg-symb pic x(6).
           02 mg-axia pic x(12).
       77  ren-run pic x value "N".

       01  mg-plan value spaces.
           02 mg-pl-no pic x(6).
           02 mg-pl-tot pic x(12).
           02 mg-pl-cnt pic x(2).
       77  pln-run pic x value "N".
       77  pln-act pic x.
       77  tkt-disp pic x.
       77  pl-tally pic 9(2).

       01  pl-ln.
           02 filler pic x(8) value spaces.
           02 pl-ln-no pic z9.
           02 filler pic x(4) value spaces.
           02 pl-ln-date pic x(10).
           02 filler pic x(4) value spaces.
           02 pl-ln-poso pic zzzzzzz9.99.
           02 filler pic x(41) value spaces.

       77  dn-device pic x(40).
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

       77  dn-run-date pic 9(8).
       77  dn-run-ser pic 9(7).
       77  dn-kin-ser pic 9(7).
       77  dn-ofeilh pic s9(9)v99.
       77  dn-credit pic s9(9)v99.
       77  dn-open pic s9(7)v99.
       77  dn-sum pic s9(9)v99.
       77  dn-oldest pic 9(8).
       77  dn-due pic 9(8).
       77  dn-add pic 9(3).
       77  dn-level pic 9.
       77  dn-new pic x.
       77  dn-why pic x(15).
       77  dn-q pic 9(4).
       77  dn-r pic 9.
       77  dn-seq pic 9(3).
       01  dn-before pic x(250).

       01  dn-ofeilh-ed pic zzzzzzz9.99.

       01  dn-date-ed.
           02 dn-ed-dd pic 99/. 02 dn-ed-mm pic 99/.
           02 dn-ed-yy pic 9(4).

       01  ser-date-x.
           02 ser-yy pic 9(4). 02 ser-mm pic 99. 02 ser-dd pic 99.

       01  cum-days-tab.
           02 pic x(36) value "000031059090120151181212243273304334".
       01  redefines cum-days-tab.
           02 cum-days pic 9(3) occurs 12 times.

       01  dim-tab.
           02 pic x(24) value "312831303130313130313031".
       01  redefines dim-tab.
           02 dim pic 99 occurs 12 times.

       01  dn-sk-tab.
           02 dn-sk occurs 500 times.
              03 sk-kodikos pic x(20).
              03 sk-epitheto pic x(25).
              03 sk-poso pic s9(7)v99.
              03 sk-why pic x(15).
       77  sk-used pic 9(3).
       77  sk-i pic 9(3).

       77  cnt-skip pic 9(5) value 0.
       77  cnt-wait pic 9(5) value 0.
       77  cnt-reset pic 9(5) value 0.
       01  cnt-skip-ed pic zzzz9.
       01  cnt-wait-ed pic zzzz9.

       77  prt-line-cnt pic 9(3) value 0.
       77  prt-page-no pic 9(3) value 0.
       77  prt-max-lines pic 9(3) value 55.

       01  dn-1.
           02 filler pic x(2) value spaces.
           02 dn-date-1 pic x(10).
           02 filler pic x(10) value spaces.
           02 filler pic x(24) value "YPENTHYMISEIS OFEILETWN".
           02 filler pic x(15) value spaces.
           02 filler pic x(5) value "PAGE ".
           02 dn-page-1 pic zz9.
           02 filler pic x(11) value spaces.

       01  dn-1b.
           02 filler pic x(2) value spaces.
           02 dn-etairia-1 pic x(30).
           02 filler pic x(48) value spaces.

       01  dn-2.
           02 filler pic x(80) value all "-".

       01  dn-3.
           02 filler pic x(21) value "KODIKOS".
           02 filler pic x(26) value "EPITHETO".
           02 filler pic x(5) value "EPIP".
           02 filler pic x(13) value "       OFEILH".
           02 filler pic x(1) value space.
           02 filler pic x(10) value "LHXH".

       01  dn-5.
           02 dn-code-5 pic x(20).
           02 filler pic x(1) value space.
           02 dn-epi-5 pic x(25).
           02 filler pic x(2) value spaces.
           02 dn-lev-5 pic 9.
           02 filler pic x(2) value spaces.
           02 dn-poso-5 pic zzzzzzz9.99-.
           02 filler pic x(2) value spaces.
           02 dn-lhxh-5 pic x(10).

       01  dn-6.
           02 filler pic x(40) value
              "PARALEIFTHHKAN (BLOCK/DISPUTE/TELIKH)".

       01  dn-7.
           02 dn-code-7 pic x(20).
           02 filler pic x(1) value space.
           02 dn-epi-7 pic x(25).
           02 filler pic x(1) value space.
           02 dn-poso-7 pic zzzzzzz9.99-.
           02 filler pic x(2) value spaces.
           02 dn-why-7 pic x(15).

       01  dn-9.
           02 filler pic x(10) value "GRAMMATA: ".
           02 dn-cnt-9 pic zzzz9.
           02 filler pic x(16) value "   PARALEIPSEIS:".
           02 dn-skip-9 pic zzzz9.
           02 filler pic x(11) value "   ANAMONH:".
           02 dn-wait-9 pic zzzz9.

       01  color-table.
           02  pic x(7) value "black  ".
           evaluate flag2
               when "1" go edit-menu
               when "2" go print-menu
               when "3" go dun-menu
               when "4" go ren-menu
               when "5" go pln-menu
               when other go begin-2
           end-evaluate.

           go print-out.

       print-out.
           move spaces to mg-dun mg-ren.
           move fltr to fl-nam. open input letters.
           move fpel to fl-nam. open input pelates.


           open extend ltr-prt.

           move fcns to fl-nam. open input consent.

           move 0 to cnt-letters cnt-excl.

           perform code2-len.

              end-if
           end-if.

           move "P" to cns-file.
           move kodikos to cns-kodikos.
           move 1 to cns-chan.
           read consent invalid move space to cns-given.

           if cns-given not = "Y"
              add 1 to cnt-excl
              go print-out-2.

           perform letter-prt thru letter-prt-ex.

           add 1 to cnt-letters.
           go print-out-2.

       print-out-4.
           close letters pelates ltr-prt consent.
           perform done-box.
           go begin-2.


           if ltr-num not = t-num go letter-prt-ex.

           if pln-run = "Y"
              move 0 to pl-tally
              inspect ltr-text tallying pl-tally for all "&PINAKAS"
              if pl-tally > 0
                 perform pln-table thru pln-table-ex
                 go letter-prt-2
              end-if
           end-if.

           perform merge-line thru merge-line-ex.

           if flag = 0
              go merge-line-2.

           evaluate true
              when mg-in (mg-i:7) = "&OFEILH"
                   move mg-ofeilh to mg-value
                   perform merge-value thru merge-value-ex
                   add 7 to mg-i

              when mg-in (mg-i:10) = "&SYMBOLAIO"
                   move mg-symb to mg-value
                   perform merge-value thru merge-value-ex
                   add 10 to mg-i

              when mg-in (mg-i:10) = "&PROGRAMMA"
                   move mg-pl-no to mg-value
                   perform merge-value thru merge-value-ex
                   add 10 to mg-i

              when mg-in (mg-i:7) = "&SYNOLO"
                   move mg-pl-tot to mg-value
                   perform merge-value thru merge-value-ex
                   add 7 to mg-i

              when mg-in (mg-i:7) = "&DOSEIS"
                   move mg-pl-cnt to mg-value
                   perform merge-value thru merge-value-ex
                   add 7 to mg-i

              when mg-in (mg-i:5) = "&AXIA"
                   move mg-axia to mg-value
                   perform merge-value thru merge-value-ex
                   add 5 to mg-i

              when mg-in (mg-i:5) = "&LHXH"
                   move mg-lhxh to mg-value
                   perform merge-value thru merge-value-ex
                   add 5 to mg-i

              when mg-in (mg-i:11) = "&DIEYTHYNSH"
                   move dieythynsh to mg-value
                   perform merge-value thru merge-value-ex
       merge-value-ex.
           exit.

       dun-menu.
           perform dun-params thru dun-params-ex.
           perform dun-box.

       dun-a1.
           move "n" to synexeia.
           accept synexeia line 13 position 44 update tab blink.

           evaluate true
              when syn-o perform clean-box go begin-2
              when syn-n continue
              when other go dun-a1
           end-evaluate.

           perform clean-box.

           move spaces to mg-dun mg-ren.
           move 0 to cnt-letters cnt-skip cnt-wait cnt-reset.
           move 0 to sk-used.

           compute dn-run-date = t-yy * 10000 + t-mm * 100 + t-dd.
           move dn-run-date to ser-date-x.
           perform date-serial.
           move dn-kin-ser to dn-run-ser.

           move fltr to fl-nam. open input letters.
           move fpel to fl-nam. open input pelates.
           move fbal to fl-nam. open input pelbal.
           move fkin to fl-nam. open input kinhseis.
           move falc to fl-nam. open input kinalloc.
           move fdun to fl-nam. open i-o dunning.
           move fplan to fl-nam. open input plan.
           move ftkt to fl-nam. open input ticket.

           open extend ltr-prt.
           perform dn-header thru dn-header-2.

       dun-run-2.
           read pelbal next record at end go dun-run-4.

           if bal-poso not > pm-dun-min
              perform dun-reset thru dun-reset-ex
              go dun-run-2.

           move bal-kodikos to kodikos.
           read pelates invalid go dun-run-2.

           perform dun-overdue thru dun-overdue-ex.

           if dn-ofeilh not > pm-dun-min
              perform dun-reset thru dun-reset-ex
              go dun-run-2.

           if pel-status (1:5) = "BLOCK"
              move "BLOCK" to dn-why
              perform skip-add
              go dun-run-2.

           if pel-status (1:7) = "DISPUTE"
              move "DISPUTE" to dn-why
              perform skip-add
              go dun-run-2.

           perform plan-check thru plan-check-ex.

           if pln-act = "Y"
              move "PROGR. DOSEWN" to dn-why
              perform skip-add
              go dun-run-2.

           perform tkt-check thru tkt-check-ex.

           if tkt-disp = "Y"
              move "AITHMA DIAFORAS" to dn-why
              perform skip-add
              go dun-run-2.

           move "N" to dn-new.
           move kodikos to dun-kodikos.
           read dunning invalid
                initialize dunning-rec
                move kodikos to dun-kodikos
                move "Y" to dn-new
           end-read.
           move dunning-rec to dn-before.

           if dun-level not < 3
              move "TELIKH EIDOP." to dn-why
              perform skip-add
              go dun-run-2.

           if dun-level > 0
              move dun-date to ser-date-x
              perform date-serial
              if dn-kin-ser + pm-dun-gap > dn-run-ser
                 add 1 to cnt-wait
                 go dun-run-2
              end-if
           end-if.

           compute dn-level = dun-level + 1.

           evaluate dn-level
              when 1 move pm-dun-ltr1 to t-num
              when 2 move pm-dun-ltr2 to t-num
              when other move pm-dun-ltr3 to t-num
           end-evaluate.

           perform ltr-exists thru ltr-exists-ex.

           if flag = 1
              move "XWRIS GRAMMA" to dn-why
              perform skip-add
              go dun-run-2.

           perform dun-merge.

           perform letter-prt thru letter-prt-ex.

           add 1 to cnt-letters.

           move dn-level to dun-level.
           move dn-run-date to dun-date.
           move dn-ofeilh to dun-poso.
           move dn-due to dun-oldest.
           move t-num to dun-ltr.

           if dn-new = "Y"
              write dunning-rec invalid continue end-write
              move "A" to aud-op
              move spaces to dn-before
           else
              rewrite dunning-rec invalid continue end-rewrite
              move "U" to aud-op
           end-if.

           perform dun-audit.

           perform note-write thru note-write-ex.

           perform dn-page-check.
           move kodikos to dn-code-5.
           move epitheto to dn-epi-5.
           move dn-level to dn-lev-5.
           move dn-ofeilh to dn-poso-5.
           move mg-lhxh to dn-lhxh-5.
           write dn-prt-rec from dn-5.

           go dun-run-2.

       dun-run-4.
           perform skip-prt thru skip-prt-ex.

           perform dn-page-check.
           write dn-prt-rec from dn-2.
           move cnt-letters to dn-cnt-9.
           move cnt-skip to dn-skip-9.
           move cnt-wait to dn-wait-9.
           perform dn-page-check.
           write dn-prt-rec from dn-9.

           close letters pelates pelbal kinhseis kinalloc dunning.
           close plan ticket.
           close ltr-prt dn-prt.

           perform spool-close.

           perform dun-done-box.
           go begin-2.

       ren-menu.
           move 0 to t-num.
           perform num-box.

       ren-a1.
           accept t-num line 8 position 35 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go telos
              when other go ren-a1
           end-evaluate.

           if t-num = 0 go ren-a1.

           perform clean-box.

           move spaces to mg-dun mg-ren.
           compute dn-run-date = t-yy * 10000 + t-mm * 100 + t-dd.

           move fltr to fl-nam. open input letters.
           move fpel to fl-nam. open input pelates.

           perform ltr-exists thru ltr-exists-ex.

           if flag = 1
              close letters pelates
              perform no-ltr-box
              go begin-2.

           move fcon to fl-nam. open i-o contract.

           open extend ltr-prt.

           move 0 to cnt-letters cnt-excl.
           move "Y" to ren-run.

       ren-run-2.
           read contract next record at end go ren-run-4.

           if con-ltr not = "P" go ren-run-2.
           if con-status not = "E" go ren-run-2.

           move con-kodikos to kodikos.
           read pelates invalid go ren-run-2.

           perform ren-merge.

           perform letter-prt thru letter-prt-ex.

           add 1 to cnt-letters.

           move contract-rec to dn-before.
           move "Y" to con-ltr.
           move dn-run-date to con-ltr-date.

           rewrite contract-rec invalid continue end-rewrite.

           perform ren-audit.

           perform note-write thru note-write-ex.

           go ren-run-2.

       ren-run-4.
           close letters pelates contract ltr-prt.
           move "N" to ren-run.
           perform done-box.
           go begin-2.

       pln-menu.
           move 0 to t-num.
           perform num-box.

       pln-a1.
           accept t-num line 8 position 35 prompt "."
           control acpt-cnt on exception chr-ch
           evaluate chr-ch
              when 27 perform clean-box go telos
              when other go pln-a1
           end-evaluate.

           if t-num = 0 go pln-a1.

           perform clean-box.

           move spaces to mg-dun mg-ren mg-plan.
           compute dn-run-date = t-yy * 10000 + t-mm * 100 + t-dd.

           move fltr to fl-nam. open input letters.
           move fpel to fl-nam. open input pelates.

           perform ltr-exists thru ltr-exists-ex.

           if flag = 1
              close letters pelates
              perform no-ltr-box
              go begin-2.

           move fplan to fl-nam. open i-o plan.
           move fplinst to fl-nam. open input plinst.

           open extend ltr-prt.

           move 0 to cnt-letters cnt-excl.
           move "Y" to pln-run.

       pln-run-2.
           read plan next record at end go pln-run-4.

           if pl-ltr not = "P" go pln-run-2.
           if pl-status not = "A" go pln-run-2.

           move pl-kodikos to kodikos.
           read pelates invalid go pln-run-2.

           perform pln-merge.

           perform letter-prt thru letter-prt-ex.

           add 1 to cnt-letters.

           move plan-rec to dn-before.
           move "Y" to pl-ltr.
           move dn-run-date to pl-ltr-date.

           rewrite plan-rec invalid continue end-rewrite.

           perform pln-audit.

           perform note-write thru note-write-ex.

           go pln-run-2.

       pln-run-4.
           close letters pelates plan plinst ltr-prt.
           move "N" to pln-run.
           perform done-box.
           go begin-2.

       pln-merge.
           move pl-no to mg-pl-no.
           move pl-count to mg-pl-cnt.

           move pl-total to dn-ofeilh-ed.
           move 0 to mg-lead.
           inspect dn-ofeilh-ed tallying mg-lead for leading spaces.
           move spaces to mg-pl-tot mg-ofeilh.
           move dn-ofeilh-ed (mg-lead + 1:) to mg-pl-tot mg-ofeilh.

           move pl-first to ser-date-x.
           move ser-dd to dn-ed-dd. move ser-mm to dn-ed-mm.
           move ser-yy to dn-ed-yy.
           move dn-date-ed to mg-lhxh.

       pln-table.
           move pl-no to pi-no.
           move 0 to pi-seq.

           start plinst key not < pi-key
                 invalid go pln-table-ex.

       pln-table-2.
           read plinst next record at end go pln-table-ex.

           if pi-no not = pl-no go pln-table-ex.

           move pi-seq to pl-ln-no.
           move pi-due to ser-date-x.
           move ser-dd to dn-ed-dd. move ser-mm to dn-ed-mm.
           move ser-yy to dn-ed-yy.
           move dn-date-ed to pl-ln-date.
           move pi-poso to pl-ln-poso.
           move pl-ln to mg-out.

           if flag = 0
              move 1 to flag
              write prt-rec from mg-out after advancing page
           else
              write prt-rec from mg-out
           end-if.

           go pln-table-2.

       pln-table-ex.
           exit.

       pln-audit.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "U" to aud-op.
           move "plan" to aud-prog.
           move pl-kodikos to aud-key.
           move oper-code to aud-operator.
           move dn-before to aud-before.
           move plan-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       plan-check.
           move "N" to pln-act.
           move kodikos to pl-kodikos.

           start plan key not < pl-kodikos
                 invalid go plan-check-ex.

       plan-check-2.
           read plan next record at end go plan-check-ex.

           if pl-kodikos not = kodikos go plan-check-ex.

           if pl-status = "A"
              move "Y" to pln-act
              go plan-check-ex.

           go plan-check-2.

       plan-check-ex.
           exit.

       tkt-check.
           move "N" to tkt-disp.

           if pm-tkt-disp not numeric or pm-tkt-disp = 0
              go tkt-check-ex.

           move kodikos to tk-kodikos.

           start ticket key not < tk-kodikos
                 invalid go tkt-check-ex.

       tkt-check-2.
           read ticket next record at end go tkt-check-ex.

           if tk-kodikos not = kodikos go tkt-check-ex.

           if tk-status not = "K" and tk-type = pm-tkt-disp
              move "Y" to tkt-disp
              go tkt-check-ex.

           go tkt-check-2.

       tkt-check-ex.
           exit.

       ren-merge.
           move con-no to mg-symb.

           move con-value to dn-ofeilh-ed.
           move 0 to mg-lead.
           inspect dn-ofeilh-ed tallying mg-lead for leading spaces.
           move spaces to mg-axia.
           move dn-ofeilh-ed (mg-lead + 1:) to mg-axia.

           move con-end to ser-date-x.
           move ser-dd to dn-ed-dd. move ser-mm to dn-ed-mm.
           move ser-yy to dn-ed-yy.
           move dn-date-ed to mg-lhxh.

       ren-audit.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "U" to aud-op.
           move "contract" to aud-prog.
           move con-kodikos to aud-key.
           move oper-code to aud-operator.
           move dn-before to aud-before.
           move contract-rec to aud-after.

           perform audit-chain thru audit-chain-ex.

       dun-params.
           move fparam to fl-nam.
           open input params.
           move "PARAMS" to pm-id.
           read params invalid initialize params-rec end-read.
           close params.

           if pm-dun-min not numeric move 100 to pm-dun-min.
           if pm-dun-days not numeric move 30 to pm-dun-days.
           if pm-dun-gap not numeric move 15 to pm-dun-gap.
           if pm-dun-ltr1 not numeric move 901 to pm-dun-ltr1.
           if pm-dun-ltr2 not numeric move 902 to pm-dun-ltr2.
           if pm-dun-ltr3 not numeric move 903 to pm-dun-ltr3.

       dun-params-ex.
           exit.

       dun-overdue.
           move 0 to dn-ofeilh dn-credit.
           move 99999999 to dn-oldest.

           move kodikos to kin-kodikos.
           move 0 to kin-date kin-seq.

           start kinhseis key not < kin-key
                 invalid go dun-overdue-3.

       dun-overdue-2.
           read kinhseis next record at end go dun-overdue-3.

           if kin-kodikos not = kodikos go dun-overdue-3.

           perform open-amt thru open-amt-ex.

           if dn-open = 0 go dun-overdue-2.

           if kin-poso < 0
              add dn-open to dn-credit
              go dun-overdue-2.

           move kin-date to ser-date-x.
           perform date-serial.

           if dn-run-ser > dn-kin-ser + pm-dun-days
              add dn-open to dn-ofeilh
              if kin-date < dn-oldest move kin-date to dn-oldest
              end-if
           end-if.

           go dun-overdue-2.

       dun-overdue-3.
           subtract dn-credit from dn-ofeilh.
           if dn-ofeilh < 0 move 0 to dn-ofeilh.

           move 0 to dn-due.
           if dn-oldest = 99999999 go dun-overdue-ex.

           perform date-add thru date-add-ex.

       dun-overdue-ex.
           exit.

       open-amt.
           move 0 to dn-sum.

           if kin-poso < 0 go open-amt-c.

           move kin-key to alc-deb-key.
           move 0 to alc-crd-date alc-crd-seq.

           start kinalloc key not < alc-key
                 invalid go open-amt-3.

       open-amt-2.
           read kinalloc next record at end go open-amt-3.

           if alc-deb-key not = kin-key go open-amt-3.

           add alc-poso to dn-sum.

           go open-amt-2.

       open-amt-c.
           move kin-key to alc-crd-key.

           start kinalloc key not < alc-crd-key
                 invalid go open-amt-3.

       open-amt-c2.
           read kinalloc next record at end go open-amt-3.

           if alc-crd-key not = kin-key go open-amt-3.

           add alc-poso to dn-sum.

           go open-amt-c2.

       open-amt-3.
           if kin-poso < 0
              compute dn-open = ( kin-poso * -1 ) - dn-sum
           else
              compute dn-open = kin-poso - dn-sum
           end-if.

           if dn-open < 0 move 0 to dn-open.

       open-amt-ex.
           exit.

       date-serial.
           compute dn-kin-ser = ser-yy * 365 + ser-yy / 4
                              + cum-days (ser-mm) + ser-dd.

       date-add.
           move dn-oldest to ser-date-x.
           move pm-dun-days to dn-add.

       date-add-2.
           if dn-add = 0 go date-add-3.

           divide ser-yy by 4 giving dn-q remainder dn-r.
           if dn-r = 0 move 29 to dim(2)
           else move 28 to dim(2).

           add 1 to ser-dd.
           subtract 1 from dn-add.

           if ser-dd > dim (ser-mm)
              move 1 to ser-dd
              add 1 to ser-mm
              if ser-mm > 12
                 move 1 to ser-mm
                 add 1 to ser-yy
              end-if
           end-if.

           go date-add-2.

       date-add-3.
           move ser-date-x to dn-due.

       date-add-ex.
           exit.

       dun-merge.
           move dn-ofeilh to dn-ofeilh-ed.
           move 0 to mg-lead.
           inspect dn-ofeilh-ed tallying mg-lead for leading spaces.
           move spaces to mg-ofeilh.
           move dn-ofeilh-ed (mg-lead + 1:) to mg-ofeilh.

           move dn-due to ser-date-x.
           move ser-dd to dn-ed-dd. move ser-mm to dn-ed-mm.
           move ser-yy to dn-ed-yy.
           move dn-date-ed to mg-lhxh.

       dun-reset.
           move bal-kodikos to dun-kodikos.
           read dunning invalid go dun-reset-ex.

           move dunning-rec to dn-before.

           delete dunning invalid go dun-reset-ex.

           move "D" to aud-op.
           perform dun-audit.

           add 1 to cnt-reset.

       dun-reset-ex.
           exit.

       dun-audit.
           accept aud-date-w from date.
           perform century-date.
           accept aud-time from time.
           move "dunning" to aud-prog.
           move dun-kodikos to aud-key.
           move oper-code to aud-operator.
           move dn-before to aud-before.
           if aud-op = "D"
              move spaces to aud-after
           else
              move dunning-rec to aud-after
           end-if.

           perform audit-chain thru audit-chain-ex.

       skip-add.
           add 1 to cnt-skip.

           if sk-used < 500
              add 1 to sk-used
              move kodikos to sk-kodikos (sk-used)
              move epitheto to sk-epitheto (sk-used)
              move dn-ofeilh to sk-poso (sk-used)
              move dn-why to sk-why (sk-used)
           end-if.

       skip-prt.
           if sk-used = 0 go skip-prt-ex.

           perform dn-page-check.
           write dn-prt-rec from dn-2.
           perform dn-page-check.
           write dn-prt-rec from dn-6.
           perform dn-page-check.
           write dn-prt-rec from dn-2.

           move 1 to sk-i.

       skip-prt-2.
           if sk-i > sk-used go skip-prt-ex.

           move sk-kodikos (sk-i) to dn-code-7.
           move sk-epitheto (sk-i) to dn-epi-7.
           move sk-poso (sk-i) to dn-poso-7.
           move sk-why (sk-i) to dn-why-7.
           perform dn-page-check.
           write dn-prt-rec from dn-7.

           add 1 to sk-i.
           go skip-prt-2.

       skip-prt-ex.
           exit.

       note-write.
           move fpel-2 to fl-nam.
           open i-o word.

           move 0 to dn-seq.

       note-seq.
           move kodikos to word-num.
           move dn-run-date to word-date.
           compute word-seq = dn-seq + 1.

           start word key not < word-key
                 invalid go note-seq-2.

           read word next record at end go note-seq-2.

           if word-num not = kodikos go note-seq-2.
           if word-date not = dn-run-date go note-seq-2.

           move word-seq to dn-seq.

           go note-seq.

       note-seq-2.
           move kodikos to word-num.
           move dn-run-date to word-date.
           compute word-seq = dn-seq + 1.
           move oper-code to word-oper.

           move spaces to word-text.

           if ren-run = "Y"
              string "EPISTOLH ANANEWSHS SYMBOLAIO " delimited by size
                     mg-symb delimited by space
                     " GRAMMA " delimited by size
                     t-num delimited by size
                     " LHXH " delimited by size
                     mg-lhxh delimited by size
                     into word-text
           else
           if pln-run = "Y"
              string "SYMFWNIA DOSEWN " delimited by size
                     mg-pl-no delimited by space
                     " GRAMMA " delimited by size
                     t-num delimited by size
                     " SYNOLO " delimited by size
                     mg-pl-tot delimited by space
                     " DOSEIS " delimited by size
                     mg-pl-cnt delimited by size
                     into word-text
           else
              string "YPENTHYMISH " delimited by size
                     dn-level delimited by size
                     " GRAMMA " delimited by size
                     t-num delimited by size
                     " OFEILH " delimited by size
                     mg-ofeilh delimited by space
                     " LHXH " delimited by size
                     mg-lhxh delimited by size
                     into word-text
           end-if
           end-if.

           write word-rec invalid continue end-write.

           close word.

       note-write-ex.
           exit.

       dn-page-check.
           if prt-line-cnt >= prt-max-lines
              write dn-prt-rec from dn-2 after advancing page
              perform dn-header-2
           end-if.

           add 1 to prt-line-cnt.

       dn-header.
           perform spool-open.
           open extend dn-prt.
           move 0 to prt-page-no.

       dn-header-2.
           add 1 to prt-page-no.
           move prt-page-no to dn-page-1.
           move 0 to prt-line-cnt.
           move ed-date to dn-date-1.
           write dn-prt-rec from dn-1.
           move etairia to dn-etairia-1.
           write dn-prt-rec from dn-1b.
           write dn-prt-rec from dn-2.
           write dn-prt-rec from dn-3.
           write dn-prt-rec from dn-2.

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
           move spf-name to dn-device.

       spool-close.
           move fspl to fl-nam.
           open i-o splctl.

           move spool-no to spl-no.
           move "dunning" to spl-job.
           move oper-code to spl-oper.
           compute spl-date = t-yy * 10000 + t-mm * 100 + t-dd.
           move prt-page-no to spl-pages.
           move "R" to spl-stat.
           move par-prt-dev to spl-dev.

           write splctl-rec invalid rewrite splctl-rec end-write.
           close splctl.

       editor-open.
           move fltr to fl-nam. open i-o letters.
           move spaces to ed-new-text.
           display "GRAMMA:" line 4 position 4 control col-cnt
                   t-num line 4 position 12
                   "&EPITHETO &ONOMA &DIEYTHYNSH &POLI &TK &KODIKOS"
                   line 4 position 16
                   "&OFEILH &LHXH" line 4 position 63
                   half-line line 5 position 4 size 73
                   "NEA:" line 19 position 4
                   "ESC F2=EGGRAFH F5=DIAGRAFH PGUP-PGDN" line 21
                                                control col-cnt
                   "#                       #" line 18 position 10
                   "#                       #" line 19 position 10
                   "#                       #" line 20 position 10
                   "#                       #" line 21 position 10
                   "#                       #" line 22 position 10
                   "#########################" line 23 position 10
                   "1.EDIT GRAMMA" line 18 position 15 blink
                   "2.EKTYPWSH" line 19 position 15 blink
                   "3.YPENTHYMISEIS" line 20 position 15 blink
                   "4.ANANEWSEIS" line 21 position 15 blink
                   "5.SYMFWNIES DOSEWN" line 22 position 15 blink

                   bc-line line 24 position 12 size 25
                            control nor-cnt.

           perform varying x from 18 by 1 until x > 23
             display bc-line line x position 35 size 2 control nor-cnt
           end-perform.

           accept flag2 line 24 position 80 control acpt-col.

           move c-name(4) to bc. move c-name(2) to fc.
           perform varying x from 17 by 1 until x > 24
             display bc-line line x position 10 size 30 control col-cnt
           end-perform.

                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "#                            #" line 13 position 24
                   "##############################" line 14 position 24

                   bc-line line 15 position 26 size 30 control nor-cnt.

           perform varying x from 11 by 1 until x > 14
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           move cnt-letters to cnt-letters-ed.
           move cnt-excl to cnt-excl-ed.

           display "GRAMMATA:" line 11 position 29
                                control col-cnt
                   cnt-letters-ed line 11 position 39
                             control col-cnt
                   "EXAIR...:" line 12 position 29
                             control col-cnt
                   cnt-excl-ed line 12 position 39
                             control col-cnt
                   "press a key" line 13 position 33
                                 control col-cnt.

           accept flag line 24 position 80 control acpt-col.

           perform varying x from 10 by 1 until x > 15
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.

       dun-box.
           move c-name(6) to bc. move c-name(8) to fc.
           display "########## YPENTHYMISEIS OFEILETWN #########"
                   line 6 position 15 control col-cnt
                   "# ELAX. POSO..........:                   #"
                   line 7 position 15
                   "# HMERES PISTWSHS.....:                   #"
                   line 8 position 15
                   "# HMERES METAXY.......:                   #"
                   line 9 position 15
                   "# GRAMMATA 1/2/TEL....:                   #"
                   line 10 position 15
                   "#                                         #"
                   line 11 position 15
                   "#                                         #"
                   line 12 position 15
                   "# EKTELESH (N/O).......:                  #"
                   line 13 position 15
                   "###########################################"
                   line 14 position 15

                   bc-line line 15 position 17 size 43
                           control nor-cnt.

           perform varying x from 7 by 1 until x > 15
           display bc-line line x position 58 size 2 control nor-cnt
           end-perform.

           move c-name(6) to bc. move c-name(7) to fc.
           display pm-dun-min line 7 position 39 control col-cnt
                   pm-dun-days line 8 position 39
                   pm-dun-gap line 9 position 39
                   pm-dun-ltr1 line 10 position 39
                   pm-dun-ltr2 line 10 position 43
                   pm-dun-ltr3 line 10 position 47.

       dun-done-box.
           move c-name(2) to bc. move c-name(3) to fc.
           display "##############################" line 10 position 24
                                                     control col-cnt
                   "#                            #" line 11 position 24
                   "#                            #" line 12 position 24
                   "#                            #" line 13 position 24
                   "#                            #" line 14 position 24
                   "##############################" line 15 position 24

                   bc-line line 16 position 26 size 30 control nor-cnt.

           perform varying x from 11 by 1 until x > 15
           display bc-line line x position 54 size 2 control nor-cnt
           end-perform.

           move cnt-letters to cnt-letters-ed.
           move cnt-skip to cnt-skip-ed.
           move cnt-wait to cnt-wait-ed.

           display "GRAMMATA....:" line 11 position 27
                                control col-cnt
                   cnt-letters-ed line 11 position 41
                   "PARALEIPSEIS:" line 12 position 27
                   cnt-skip-ed line 12 position 41
                   "ANAMONH.....:" line 13 position 27
                   cnt-wait-ed line 13 position 41
                   "press a key" line 14 position 33.

           accept flag line 24 position 80 control acpt-col.

           perform varying x from 10 by 1 until x > 16
           display bc-line line x position 24 size 30 control col-cnt
           end-perform.


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
