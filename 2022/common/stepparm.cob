       working-storage section.
       01 ws-held-input pic x(30) value spaces.
       01 ws-held-output pic x(30) value spaces.
       01 ws-held-step pic 9(2) value 0.

       linkage section.
       copy "step-parms.cpy".
               when 'S'
                   move sp-input to ws-held-input
                   move sp-output to ws-held-output
                   move sp-step to ws-held-step
               when 'C'
                   move spaces to ws-held-input
                   move spaces to ws-held-output
                   move 0 to ws-held-step
               when other
                   move ws-held-input to sp-input
                   move ws-held-output to sp-output
                   move ws-held-step to sp-step
           end-evaluate
           goback.
