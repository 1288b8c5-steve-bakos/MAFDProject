      *         persistent files (and that the before-images carry
      *         the prior state), then restores every .bak in one
      *         consistent step - the layaway subledger, the
      *         gift-card ledger, the AR subledger, the loyalty
      *         points ledger, the three
      *         running-totals files, the two store-MTD files and
      *         the on-hand inventory ledger with its posting
      *         control, and the purchase-order file with its
      *         numbering and receiving controls, and the
      *         open card disputes with their control -
      *         strips the reversed run's lines out of the ledger
      *         change journal and the AR activity journal so the
      *         replay check and the statements stay true, and
            "../../../../Program2/data/ar-subledger.dat".
           05 filler                           pic x(60) value
            "../../../../Program2/data/ar-subledger.bak".
           05 filler                           pic x(60) value
            "../../../../Program2/data/loyalty-ledger.dat".
           05 filler                           pic x(60) value
            "../../../../Program2/data/loyalty-ledger.bak".
           05 filler                           pic x(60) value
            "../../../../Program42/data/on-hand-ledger.dat".
           05 filler                           pic x(60) value
            "../../../../Program42/data/on-hand-ledger.bak".
           05 filler                           pic x(60) value
            "../../../../Program42/data/on-hand-post-control.dat".
           05 filler                           pic x(60) value
            "../../../../Program42/data/on-hand-post-control.bak".
           05 filler                           pic x(60) value
            "../../../../Program44/data/purchase-orders.dat".
           05 filler                           pic x(60) value
            "../../../../Program44/data/purchase-orders.bak".
           05 filler                           pic x(60) value
            "../../../../Program44/data/po-number-control.dat".
           05 filler                           pic x(60) value
            "../../../../Program44/data/po-number-control.bak".
           05 filler                           pic x(60) value
            "../../../../Program45/data/receiving-control.dat".
           05 filler                           pic x(60) value
            "../../../../Program45/data/receiving-control.bak".
           05 filler                           pic x(60) value
            "../../../../Program49/data/open-disputes.dat".
           05 filler                           pic x(60) value
            "../../../../Program49/data/open-disputes.bak".
           05 filler                           pic x(60) value
            "../../../../Program49/data/dispute-control.dat".
           05 filler                           pic x(60) value
            "../../../../Program49/data/dispute-control.bak".

       01 ws-restore-pairs-tbl redefines ws-restore-pairs.
           05 ws-restore-pair-entry            occurs 16 times
                   indexed by ws-pair-idx.
               10 ws-pair-live-path             pic x(60).
               10 ws-pair-bak-path              pic x(60).

           perform 410-restore-one-pair
               varying ws-pair-loop from 1 by 1
               until ws-pair-loop > 16.

       410-restore-one-pair.

