                   move 'PURGE  ' to pl-e-action
               when 'S'
                   move 'RESTORE' to pl-e-action
               when 'B'
                   move 'BACKOUT' to pl-e-action
               when 'G'
                   move 'MERGE  ' to pl-e-action
               when 'X'
                   move 'MERGED ' to pl-e-action
               when other
                   move '?      ' to pl-e-action
           end-evaluate.
                   perform 130-print-image-line
           end-evaluate.

           evaluate jr-action
               when 'D'
                   move spaces to pl-text-line
                   string '  AFTER:   (DELETED FROM MASTER)'
                       delimited by size into pl-text-line
                   write pl-text-line
               when 'X'
                   move jr-after-image to image-work
                   move spaces to pl-text-line
                   string '  AFTER:   (MERGED INTO CUSTOMER '
                       iw-customer-id ' - DELETED FROM MASTER)'
                       delimited by size into pl-text-line
                   write pl-text-line
               when other
                   move jr-after-image to image-work
                   move '  AFTER:  ' to image-line-label
                   perform 130-print-image-line
           end-evaluate.

           move spaces to pl-text-line.
           write pl-text-line.
