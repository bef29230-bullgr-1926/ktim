          02 aud-operator pic x(10).
          02 aud-before pic x(250).
          02 aud-after pic x(250).
          02 aud-seq pic 9(8).
          02 aud-chk pic 9(8).

       working-storage section.
       77 chr-ch pic 9(3) comp-5.
