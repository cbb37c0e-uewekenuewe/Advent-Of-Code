           exit.

       accumulate-control-record section.
           if ctl-reconcile-status equal 'QUAL-HOLD'
               exit section
           end-if
           move 'N' to group-found
           perform varying gx from 1 by 1 until gx > group-count
               or group-is-found
