      *             UA - account not on the master file
      *             IA - account is deactivated
      *             IO - operation code present but not '1'-'5'
      *                  (or 'R')
      *             RN - reversal names no unreversed posting in the
      *                  audit history
      *             OL - posting would carry the account past its
      *                  fiscal-year budget limit (see LIMTREC); set
      *                  aside until the limit is raised or the item
      *                  is withdrawn
      *           REJ-SUSPENSE-DATE is the run date the record first
      *           entered suspense; a record that rejects again on a
      *           reprocess run keeps its original date so the aging
      *           report stays honest about how long the item has
      *           been outstanding.
      *           REJ-REVERSED-DATE carries the original posting date
      *           a rejected reversal names, so the repaired reversal
      *           can be fed back in through the suspense reprocess
      *           run; it is blank for every other record.
      *           SIGN IS TRAILING SEPARATE keeps negative values as
      *           plain printable text so the record stays valid in a
      *           LINE SEQUENTIAL file.
           05 REJ-OP-CODE          PIC X(1).
           05 REJ-SUSPENSE-DATE    PIC X(8).
           05 REJ-BATCH-ID         PIC X(8).
           05 REJ-REVERSED-DATE    PIC X(8).
