           fd cardfix-file.
      *    Card-id repair list. card-sweep writes one row per card
      *    and file that disagrees with LOYALTY, with the repair it
      *    proposes; card-fix shows each to a signed-in operator and
      *    applies only what they approve. Problems: O the card is
      *    not on LOYALTY at all, R the card is retired but the file
      *    still holds something for it. Actions: D delete the
      *    orphan, M move it to the replacement card CARDMERGE
      *    names, R restore a bare LOYALTY record so a balance has a
      *    card again, N report only -- history and boards are left
      *    as they were played. Decided rows stay on the list as
      *    the record of who approved what.
           01 cardfix-record.
               05 cardfix-date pic x(08).
               05 cardfix-card-id pic x(12).
               05 cardfix-file-name pic x(10).
               05 cardfix-problem pic x(01).
                   88 cardfix-orphan value 'O'.
                   88 cardfix-retired value 'R'.
               05 cardfix-action pic x(01).
                   88 cardfix-delete value 'D'.
                   88 cardfix-move value 'M'.
                   88 cardfix-restore value 'R'.
                   88 cardfix-report-only value 'N'.
               05 cardfix-new-card-id pic x(12).
      *    Cents, tickets, points, or rows, whichever the file holds.
               05 cardfix-amount pic 9(07).
               05 cardfix-detail pic x(30).
               05 cardfix-status pic x(01).
                   88 cardfix-pending value space.
                   88 cardfix-applied value 'A'.
                   88 cardfix-rejected value 'J'.
               05 cardfix-operator pic x(03).
               05 cardfix-done-date pic x(08).
