                         ==AUD-REMAIN==   BY ==ARC-REMAIN==
                         ==AUD-ACCOUNT-ID==
                             BY ==ARC-ACCOUNT-ID==
                         ==AUD-OP-CODE==  BY ==ARC-OP-CODE==
                         ==AUD-REVERSED-DATE==
                             BY ==ARC-REVERSED-DATE==.
       FD  RETAIN-FILE.
           COPY AUDITREC
               REPLACING ==AUDIT-RECORD== BY ==RETAIN-RECORD==
                         ==AUD-REMAIN==   BY ==RET-REMAIN==
                         ==AUD-ACCOUNT-ID==
                             BY ==RET-ACCOUNT-ID==
                         ==AUD-OP-CODE==  BY ==RET-OP-CODE==
                         ==AUD-REVERSED-DATE==
                             BY ==RET-REVERSED-DATE==.
      * One index line is appended per archived month so retrieval
      * can trust the archive without re-reading it: the month, the
      * archive file holding it, and the count and totals that were
