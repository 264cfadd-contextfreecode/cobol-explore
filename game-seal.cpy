      *    Board seals. HISCORE, HALLFAME, DAILYBOARD, TIMEATK,
      *    COURSEBEST, and SHOPBOARD are plain files a keyboard can
      *    edit, so every program that writes one stamps each record
      *    with a nine-digit seal over its contents and the shop
      *    secret. Each byte is weighted by its position and mixed
      *    with a byte of the secret, then the whole secret is
      *    folded in -- a hand edit anywhere moves the seal, and
      *    without SEALKEY nobody can work out the new one. A record
      *    whose seal doesn't match (including an older, unsealed
      *    one) is shown as unverified, and board-verify reports it
      *    in the day-end run.
       load-seal-key.
           open input sealkey-file
           if sealkey-file-ok then
               read sealkey-file
                   at end continue
                   not at end
                       if sealkey-record not = spaces then
                           move sealkey-record to seal-secret
                           set seal-key-loaded to true
                       end-if
               end-read
               close sealkey-file
           end-if
           .

       compute-seal.
           move zero to seal-hash
           perform varying seal-index from 1 by 1
               until seal-index > seal-length
               compute seal-key-index =
                   function mod(seal-index - 1, seal-key-length) + 1
               compute seal-hash = function mod(seal-hash * 31
                   + function ord(seal-source(seal-index:1))
                       * seal-index
                   + function ord(seal-secret(seal-key-index:1)),
                   seal-modulus)
           end-perform
           perform varying seal-key-index from 1 by 1
               until seal-key-index > seal-key-length
               compute seal-hash = function mod(seal-hash * 31
                   + function ord(seal-secret(seal-key-index:1)),
                   seal-modulus)
           end-perform
           move seal-hash to seal-value
           .
