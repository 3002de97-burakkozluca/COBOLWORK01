      *weekend backup over ACCTREC first, then run this program to
      *replay the ACCTAUD audit trail forward from the date/time the
      *backup was taken. Adds and changes are re-applied from
      *AUDIT-AFTER-IMAGE, deletes are re-applied by key, both halves
      *of a renumber from their after-images, and anything
      *that does not line up with the restored master (an add already
      *on file, a change or delete with no record to hit) is listed on
      *the reconciliation report instead of being forced on.
      *replays from the after-image like a change.
                   WHEN 'K'
                       PERFORM H220-REPLAY-CHANGE
      *A renumber is written as two records: the old account's close
      *replays like a change, and the new account - no before-image -
      *replays like an add.
                   WHEN 'R'
                       IF AUDIT-BEFORE-IMAGE = SPACES
                           PERFORM H210-REPLAY-ADD
                       ELSE
                           PERFORM H220-REPLAY-CHANGE
                       END-IF
      *The CBLOPST1 monetary postings - payment, purchase debit,
      *adjustment, late fee - rewrite the balance in place, so they
      *replay from the after-image exactly like a change.
                   WHEN 'P'
                       PERFORM H220-REPLAY-CHANGE
                   WHEN 'B'
                       PERFORM H220-REPLAY-CHANGE
                   WHEN 'J'
                       PERFORM H220-REPLAY-CHANGE
                   WHEN 'L'
                       PERFORM H220-REPLAY-CHANGE
                   WHEN 'D'
                       PERFORM H230-REPLAY-DELETE
                   WHEN OTHER
