           fd sealkey-file.
      *    The shop's board secret -- one line, set by the owner and
      *    kept off anything a player or a floor hand can open. Every
      *    program that writes a board folds it into the seal it
      *    stamps on each record; see game-seal.cpy.
           01 sealkey-record pic x(16).
