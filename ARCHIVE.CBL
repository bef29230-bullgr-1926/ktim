           select optional audit assign random file-name
           status audit-stat.

           select optional audchn assign random file-name
           organization indexed
           access dynamic
           record key ach-id
           status ach-stat.

           select optional arc-pelates assign random arc-name
           status arc-stat.

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

       fd arc-pelates label records omitted.
       01 arc-pelates-rec pic x(206).

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

           02 pel-stat pic xx.
           02 ag-stat pic xx.
           02 audit-stat pic xx.
           02 ach-stat pic xx.
           02 arc-stat pic xx.
           02 tmp-stat pic xx.
           02 ctl-stat pic xx.
           02 fpel pic x(12) value "pel.dat".
           02 fag pic x(12) value "pelag.dat".
           02 faudit pic x(12) value "audit.dat".
           02 fachn pic x(12) value "audchn.dat".
           02 ftouch pic x(12) value "touch.dat".

       01  archive-names.
           move "D" to aud-op.
           move spaces to aud-before.

           perform audit-chain thru audit-chain-ex.

       find-last-touch.
           move 0 to last-touch.
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
