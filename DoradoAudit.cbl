                         ==AUD-REMAIN==   BY ==ARC-REMAIN==
                         ==AUD-ACCOUNT-ID==
                             BY ==ARC-ACCOUNT-ID==
                         ==AUD-OP-CODE==  BY ==ARC-OP-CODE==
                         ==AUD-REVERSED-DATE==
                             BY ==ARC-REVERSED-DATE==.
      * One index line was appended per archived month cut by the
      * archive cycle: the month, the archive file holding it, and
      * the count and totals that were moved there.  A month cut
                         ==AUD-REMAIN==   BY ==WRK-REMAIN==
                         ==AUD-ACCOUNT-ID==
                             BY ==WRK-ACCOUNT-ID==
                         ==AUD-OP-CODE==  BY ==WRK-OP-CODE==
                         ==AUD-REVERSED-DATE==
                             BY ==WRK-REVERSED-DATE==.
      * The archive files the requested range touches, in the order
      * the index lists them (which is the order they were cut, so
      * dates stay ascending into the live log), with the record
