           select coursebest-file assign to "COURSEBEST"
               organization line sequential
               file status is coursebest-file-status.
           select coursesched-file assign to "COURSESCHED"
               organization line sequential
               file status is coursesched-file-status.
           select drilllib-file assign to "DRILLLIB"
               organization line sequential
               file status is drilllib-file-status.
           select blocklist-file assign to "BLOCKLIST"
               organization line sequential
               file status is blocklist-file-status.
           select runlog-file assign using runlog-file-name
               organization line sequential
               file status is runlog-file-status.
           select rundetail-file assign using rundetail-file-name
               organization line sequential
               file status is rundetail-file-status.
           select milestone-file assign to "MILESTONE"
               access dynamic
               record key is loyalty-card-id
               file status is loyalty-file-status.
           select tier-file assign to "TIER"
               organization indexed
               access dynamic
               record key is tier-card-id
               file status is tier-file-status.
           select member-file assign to "MEMBER"
               organization indexed
               access dynamic
               record key is member-card-id
               file status is member-file-status.
           select prepaid-file assign to "PREPAID"
               organization indexed
               access dynamic
               record key is prepaid-card-id
               file status is prepaid-file-status.
           select pass-file assign to "PASS"
               organization indexed
               access dynamic
               record key is pass-card-id
               file status is pass-file-status.
           select household-file assign to "HOUSEHOLD"
               organization indexed
               access dynamic
               record key is household-card-id
               file status is household-file-status.
           select prizecat-file assign to "PRIZECAT"
               organization line sequential
               file status is prizecat-file-status.
           select msghold-file assign to "MSGHOLD"
               organization line sequential
               file status is msghold-file-status.
           select challenge-file assign to "CHALLENGE"
               organization line sequential
               file status is challenge-file-status.
           select challhold-file assign to "CHALLHOLD"
               organization line sequential
               file status is challhold-file-status.
           select challghost-file assign to "CHALLGHOST"
               organization line sequential
               file status is challghost-file-status.
           select rating-file assign to "RATING"
               organization indexed
               access dynamic
           select racelog-file assign to "RACELOG"
               organization line sequential
               file status is racelog-file-status.
           select bracket-file assign to "BRACKET"
               organization line sequential
               file status is bracket-file-status.
           select handicap-file assign to "HANDICAP"
               organization line sequential
               file status is handicap-file-status.
           select loyhist-file assign to "LOYHIST"
               organization line sequential
               file status is loyhist-file-status.
           select loyhold-file assign to "LOYHOLD"
               organization line sequential
               file status is loyhold-file-status.
           select pointlog-file assign to "POINTLOG"
               organization line sequential
               file status is pointlog-file-status.
           select winback-file assign to "WINBACK"
               organization line sequential
               file status is winback-file-status.
           select winhold-file assign to "WINHOLD"
               organization line sequential
               file status is winhold-file-status.
           select checkpoint-file assign to "CHECKPOINT"
               organization line sequential
               file status is checkpoint-file-status.
           select heartbeat-file assign to "HEARTBEAT"
               organization line sequential
               file status is heartbeat-file-status.
           select pulselog-file assign to "PULSELOG"
               organization line sequential
               file status is pulselog-file-status.
           select credaudit-file assign using credaudit-file-name
               organization line sequential
               file status is credaudit-file-status.
           select ticketlog-file assign using ticketlog-file-name
               organization line sequential
               file status is ticketlog-file-status.
           select voucher-file assign using voucher-file-name
               organization line sequential
               file status is voucher-file-status.
           select dailyboard-file assign to "DAILYBOARD"
               organization line sequential
               file status is dailyboard-file-status.
           select maintlog-file assign using maintlog-file-name
               organization line sequential
               file status is maintlog-file-status.
           select partsinv-file assign using partsinv-file-name
               organization line sequential
               file status is partsinv-file-status.
           select partuse-file assign using partuse-file-name
               organization line sequential
               file status is partuse-file-status.
           select servints-file assign to "SERVINTS"
               organization line sequential
               file status is servints-file-status.
           select collect-file assign using collect-file-name
               organization line sequential
               file status is collect-file-status.
           select refill-file assign using refill-file-name
               organization line sequential
               file status is refill-file-status.
           select queuelog-file assign to "QUEUELOG"
               organization line sequential
               file status is queuelog-file-status.
           select attract-file assign to "ATTRACT"
               organization line sequential
               file status is attract-file-status.
           select sponsor-file assign to "SPONSOR"
               organization line sequential
               file status is sponsor-file-status.
           select adimpr-file assign to "ADIMPR"
               organization line sequential
               file status is adimpr-file-status.
           select calib-file assign to "CALIB"
               organization line sequential
               file status is calib-file-status.
           select shopboard-file assign to "SHOPBOARD"
               organization line sequential
               file status is shopboard-file-status.
           select sealkey-file assign to "SEALKEY"
               organization line sequential
               file status is sealkey-file-status.
           select fallback-file assign using fallback-file-name
               organization line sequential
               file status is fallback-file-status.
           select clockok-file assign to "CLOCKOK"
           select volsched-file assign to "VOLSCHED"
               organization line sequential
               file status is volsched-file-status.
           select coupon-file assign to "COUPON"
               organization line sequential
               file status is coupon-file-status.
           select partypkg-file assign to "PARTYPKG"
               organization line sequential
               file status is partypkg-file-status.
           select tourney-file assign to "TOURNEY"
               organization line sequential
               file status is tourney-file-status.
           select trainmode-file assign to "TRAINMODE"
               organization line sequential
               file status is trainmode-file-status.
       data division.
       file section.
           copy game-score-data.
           01 patcand-line pic x(09).
           copy game-courselib-data.
           copy game-coursebest-data.
           copy game-coursesched-data.
           copy game-drilllib-data.
           copy game-drillgrade-data.
           copy game-config-data.
      *    same fixed-width body CONFIG itself holds.
           01 confignew-record.
               05 confignew-version pic 9(04).
               05 confignew-body pic x(55).
           fd configprv-file.
      *    The config that was live before the last adoption -- the
      *    rollback target.
           01 configprv-record pic x(55).
           fd conftrial-file.
      *    Non-empty while an adopted config hasn't survived a full
      *    boot yet.
           copy game-ghostlib-data.
           copy game-startup-data.
           copy game-loyalty-data.
           copy game-member-data.
           copy game-tier-data.
           copy game-prepaid-data.
           copy game-household-data.
           copy game-pass-data.
           copy game-prizecat-data.
           copy game-ticketbank-data.
           copy game-redeem-data.
      *    Scratch for the inbox mark-read rewrite -- see
      *    mark-inbox-read in game-inbox.cpy.
           01 msghold-record pic x(67).
           copy game-challenge-data.
           fd challhold-file.
      *    Scratch for settling a challenge in place -- see
      *    settle-member-challenge in game-challenge.cpy.
           01 challhold-record pic x(86).
           copy game-ghostlib-data replacing leading ==ghostlib==
               by ==challghost==.
           copy game-rating-data.
           copy game-racelog-data.
           copy game-bracket-data.
           copy game-handicap-data.
           copy game-loyhist-data.
           copy game-loyhold-data.
           copy game-pointlog-data.
           copy game-winback-data.
           fd winhold-file.
      *    Scratch for the win-back posted-stamp rewrite -- see
      *    mark-winback-posted in game-winback.cpy.
           01 winhold-record pic x(54).
           copy game-checkpoint-data.
           copy game-cabstats-data.
           fd league-file.
           01 submitqhold-record pic x(73).
           copy game-perflog-data.
           copy game-heartbeat-data.
           copy game-pulselog-data.
           copy game-credaudit-data.
           copy game-ticketlog-data.
           copy game-voucher-data.
           copy game-coupon-data.
           copy game-dailyboard-data.
           copy game-maintlog-data.
           copy game-partsinv-data.
           copy game-partuse-data.
           copy game-servints-data.
           copy game-collect-data.
           copy game-refill-data.
           copy game-queuelog-data.
           copy game-attract-data.
           copy game-sponsor-data.
           copy game-adimpr-data.
           copy game-calib-data.
           fd shopboard-file.
      *    Read-only here: the consolidated board the kiosk page
      *    letters onto the wall display.
           01 shopboard-line pic x(80).
           copy game-sealkey-data.
           fd fallback-file.
      *    Local spill for appends the shared drive refused -- the
      *    target letter then the record as it should have landed.
           copy game-goalstat-data.
           copy game-command-data.
           copy game-tournament-data.
           copy game-trainmode-data.
       working-storage section.
           copy sdl.
           copy sdl-event.
           copy game-control-data.
           copy game-option-data.
           copy game-resource-data.
           copy game-seal-work.
       procedure division.
       main.
           perform init
                   when mode-teampick perform process-teampick
                   when mode-editor perform process-editor
                   when mode-cashcount continue
                   when mode-ticketrefill continue
                   when mode-courtesy continue
                   when mode-opsignin continue
                   when mode-partyentry continue
                   when mode-soak continue
                   when mode-clockhold continue
                   when mode-partsbook continue
                   when mode-coupon continue
                   when mode-challenge continue
                   when mode-continue perform process-continue
                   when mode-sponsor perform process-sponsor-card
               end-evaluate
               perform render
               perform end-step
           copy game-startup.
           copy game-loyalty.
           copy game-prepaid.
           copy game-pass.
           copy game-prize.
           copy game-course.
           copy game-drill.
           copy game-inbox.
           copy game-challenge.
           copy game-continue.
           copy game-winback.
           copy game-tier.
           copy game-voucher.
           copy game-coupon.
           copy game-playlimit.
           copy game-profile.
           copy game-rating.
           copy game-bracket.
           copy game-handicap.
           copy game-checkpoint.
           copy game-cabstats.
           copy game-cashcount.
           copy game-refill.
           copy game-courtesy.
           copy game-operator.
           copy game-party.
           copy game-kiosk.
           copy game-calib.
           copy game-attract.
           copy game-sponsor.
           copy game-queue.
           copy game-seal.
           copy game-tournament.
           copy game-dailyboard.
           copy game-training.

       dispose.
           call 'Mix_CloseAudio'
