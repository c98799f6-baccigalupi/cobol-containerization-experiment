           end-if.

       120-apply-one-entry.
           if jr-action = 'D' or jr-action = 'X'
               perform 130-apply-delete-entry
           else
               perform 140-apply-image-entry
