      *    Board seal work area for game-seal.cpy. The caller lays
      *    the bytes to be sealed into seal-source and their count
      *    into seal-length, performs compute-seal, and takes the
      *    nine digits back from seal-text. The compiled-in secret
      *    only stands until load-seal-key finds a SEALKEY file.
           78 seal-modulus value 999999937.
           78 seal-key-length value 16.
           01 sealkey-file-status pic x(02).
               88 sealkey-file-ok value '00'.
           01 seal-secret pic x(16) value 'FALLFAST-BOARDS1'.
           01 seal-key-flag pic x value space.
               88 seal-key-loaded value 'Y'.
           01 seal-source pic x(200).
           01 seal-length binary-long.
           01 seal-index binary-long.
           01 seal-key-index binary-long.
           01 seal-hash binary-double.
           01 seal-value pic 9(09).
           01 seal-text redefines seal-value pic x(09).
