           fd bracket-file.
      *    Knockout bracket, one record per match, seeded by the
      *    bracket-admin office program off RATING and filled in as
      *    the event runs. Round 1 is the seeded draw; later rounds
      *    start blank and take each winner as it comes through --
      *    the odd match of a pair feeds side A, the even side B.
      *    The whole event lives in this file, so a cabinet rebooted
      *    mid-event picks up exactly where the bracket stands.
           01 bracket-record.
               05 bracket-round pic 9(02).
               05 bracket-match pic 9(03).
               05 bracket-card-a pic x(12).
               05 bracket-seed-a pic 9(03).
               05 bracket-card-b pic x(12).
               05 bracket-seed-b pic 9(03).
      *    P waiting on an earlier match, R ready to race, W won on
      *    a linked race, B a bye, F forfeit on an operator no-show.
               05 bracket-status pic x(01).
                   88 bracket-pending value 'P'.
                   88 bracket-ready value 'R'.
                   88 bracket-won value 'W'.
                   88 bracket-bye value 'B'.
                   88 bracket-forfeit value 'F'.
               05 bracket-winner pic x(12).
      *    Stamped when both sides are known; only a race finished
      *    after it counts for the match.
               05 bracket-ready-date pic x(08).
               05 bracket-ready-time pic x(06).
               05 bracket-decided-date pic x(08).
               05 bracket-decided-time pic x(06).
               05 bracket-cabinet pic 9(02).
               05 bracket-winner-distance pic 9(09).
               05 bracket-loser-distance pic 9(09).
